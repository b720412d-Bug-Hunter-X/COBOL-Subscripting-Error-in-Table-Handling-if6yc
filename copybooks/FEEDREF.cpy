      *----------------------------------------------------------*
      *    FEEDREF - BRANCH FEED SCHEDULE RECORD (80 BYTES)
      *    ONE RECORD PER SOURCE ID THAT MUST SEND A FILE, WITH
      *    THE DAYS OF THE WEEK IT SENDS ON (MONDAY FIRST, 'Y' =
      *    A FILE IS EXPECTED WHEN THAT DAY IS A BUSINESS DATE ON
      *    CALFILE) AND WHAT A MISSING FILE DOES TO THE LOAD:
      *    'H' HOLDS THE LOAD, 'E' LETS IT THROUGH AS AN EXCEPTION.
      *    MAINTAINED BY OPERATIONS AS FEEDSCH; READ BY TBLLOAD,
      *    WHICH PRINTS A MISSING-FEED NOTICE (FEEDNTC) FOR EVERY
      *    EXPECTED FILE THAT DID NOT ARRIVE.
      *----------------------------------------------------------*
           05  FS-SOURCE-ID              PIC X(02).
           05  FILLER                    PIC X(01).
           05  FS-SEND-DAYS              PIC X(07).
           05  FS-SEND-DAYS-R REDEFINES FS-SEND-DAYS.
               10  FS-SEND-DAY           PIC X(01) OCCURS 7 TIMES.
           05  FILLER                    PIC X(01).
           05  FS-MISSING-ACTION         PIC X(01).
               88  FS-HOLD-LOAD                    VALUE 'H'.
               88  FS-LOAD-WITH-EXCEPTION          VALUE 'E'.
           05  FILLER                    PIC X(01).
           05  FS-BRANCH-NAME            PIC X(30).
           05  FILLER                    PIC X(37).

      *----------------------------------------------------------*
      *    AUDENTRY - AUDIT TRAIL RECORD LAYOUT (119 BYTES)
      *    SHARED BY TBLLOAD AND TBLUPDT (WRITERS), TBLARCH
      *    (ARCHIVER), TBLAUDQ (CHANGE-HISTORY INQUIRY),
      *    TBLBACK (CYCLE BACKOUT) AND TBLPURG (MASTER PURGE)
      *    AUD-ACTION-CODE: 'L' LOADED BY TBLLOAD, 'A' ADDED,
      *    'B' BEFORE IMAGE OF A CHANGE, 'C' CHANGED (AFTER
      *    IMAGE), 'D' DELETED (LAST IMAGE) - THOSE FOUR
      *    WRITTEN BY TBLUPDT - AND 'P' PURGED TO THE HISTORY
      *    MASTER (LAST IMAGE) BY TBLPURG.  RECORDS WRITTEN
      *    BEFORE THE FIELD EXISTED CARRY A SPACE AND READ AS LOAD
      *    IMAGES.
      *    AUD-USER-ID IS WHO SUBMITTED A TBLUPDT TRANSACTION AND
      *    AUD-APPROVER-ID WHO RELEASED IT THROUGH TBLAPRV WHEN IT
      *    NEEDED A SECOND PERSON; BOTH ARE SPACES ON LOAD IMAGES
      *    AND ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED.
      *----------------------------------------------------------*
           05  AUD-RUN-DATE              PIC X(08).
           05  AUD-RUN-TIME              PIC X(06).
           05  AUD-TABLE-INDEX           PIC 9(05).
           05  FILLER                    PIC X(02).
           05  AUD-ENTRY                 PIC X(80).
           05  AUD-USER-ID               PIC X(08).
           05  AUD-APPROVER-ID           PIC X(08).

      *----------------------------------------------------------*
      *    STEPREC - CYCLE STEP-STATUS RECORD (80 BYTES)
      *    ONE APPENDED TO STEPSTS BY TBLCYCL FOR EVERY STEP IT
      *    RUNS OR REFUSES.  THE LAST RECORD FOR A STEP AND CYCLE
      *    DATE IS THAT STEP'S STANDING FOR THE CYCLE, SO A RERUN
      *    PICKS UP AT THE FIRST STEP NOT YET COMPLETE.
      *    SS-STEP-STATE: 'C' COMPLETE (RETURN CODE 0 OR 4),
      *    'F' FAILED (RETURN CODE 8 OR HIGHER), 'R' REFUSED
      *    (A PREREQUISITE STEP HAD NOT COMPLETED).
      *----------------------------------------------------------*
           05  SS-CYCLE-DATE             PIC 9(08).
           05  FILLER                    PIC X(01).
           05  SS-STEP-NUMBER            PIC 9(02).
           05  FILLER                    PIC X(01).
           05  SS-STEP-NAME              PIC X(08).
           05  FILLER                    PIC X(01).
           05  SS-STEP-STATE             PIC X(01).
               88  SS-STEP-COMPLETE                VALUE 'C'.
               88  SS-STEP-FAILED                  VALUE 'F'.
               88  SS-STEP-REFUSED                 VALUE 'R'.
           05  FILLER                    PIC X(01).
           05  SS-RETURN-CODE            PIC 9(03).
           05  FILLER                    PIC X(01).
           05  SS-START-DATE             PIC 9(08).
           05  SS-START-TIME             PIC 9(06).
           05  FILLER                    PIC X(01).
           05  SS-END-DATE               PIC 9(08).
           05  SS-END-TIME               PIC 9(06).
           05  FILLER                    PIC X(24).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCYCL.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - CYCLE DRIVER.
      *    RUNS THE NIGHTLY STEPS IN THEIR FIXED ORDER (TBLEDIT,
      *    REJSWAP, TBLRCYC, RCYSWAP, OVRSWAP, TBLLOAD, PNDSWAP,
      *    TBLUPDT, TRNSWAP, TBLVFY, TBLGL, TBLRPT, TBLRCAP, TBLAGE,
      *    TBLDELTA, TBLCTL, TBLACK) AND RECORDS EACH
      *    STEP'S RESULT AND RETURN CODE FOR THE CYCLE DATE ON THE
      *    STEP-STATUS FILE (STEPSTS, SEE STEPREC).  A STEP ENDING
      *    WITH RETURN CODE 0 OR 4 IS COMPLETE; ANYTHING HIGHER HAS
      *    FAILED.  A
      *    STEP IS NOT STARTED UNLESS EVERY STEP IT DEPENDS ON IS
      *    COMPLETE FOR THE CYCLE - TBLGL NEVER POSTS BEHIND A
      *    TBLVFY THAT FOUND DRIFT, TBLRPT NEVER PRINTS AN OUTFILE
      *    TBLLOAD ABENDED ON - BUT STEPS THAT DO NOT DEPEND ON A
      *    FAILED STEP STILL RUN.
      *    THE CYCLE DATE IS THE LATEST ONE ON STEPSTS WHILE ANY OF
      *    ITS STEPS IS STILL OPEN, SO A RERUN AFTER A FAILURE
      *    SKIPS THE STEPS ALREADY COMPLETE AND RESUMES AT THE
      *    STEP THAT FAILED.  ONCE A CYCLE IS COMPLETE THE NEXT
      *    BUSINESS DATE ON THE PROCESSING CALENDAR (CALFILE) AFTER
      *    IT, AND AFTER THE LAST CLEAN LOAD ON STATFILE, STARTS A
      *    NEW CYCLE.  AN OPERATOR CARD ON CYCPARM NAMING A CYCLE
      *    DATE OVERRIDES BOTH.  EVERY STEP - RUN, SKIPPED OR
      *    REFUSED - PRINTS ONE LINE ON THE CYCLE LOG (CYCLOG).
      *    AN INCOMPLETE CYCLE ENDS THE DRIVER WITH RETURN CODE 8.
      *    THE FILE HAND-OFFS BETWEEN STEPS ARE STEPS OF THEIR OWN:
      *    REJSWAP MOVES LAST NIGHT'S CARRIED REJECTS (REJNEW) TO
      *    REJPREV FOR TBLRCYC, RCYSWAP MOVES TBLRCYC'S RECYCLE FEED
      *    (RCYFILE) TO INFILE6 FOR TBLLOAD, AND OVRSWAP MOVES LAST
      *    NIGHT'S OVERFLOW (OVRFILE) TO OVRPREV BEFORE TBLLOAD
      *    OPENS A NEW OVRFILE, AND PNDSWAP MOVES TBLAPRV'S WORKED-
      *    DOWN PENDING FILE (PNDNEW) TO PNDFILE BEFORE TBLUPDT
      *    PARKS TONIGHT'S ITEMS ON IT.  THE READING STEP DEPENDS ON
      *    ITS SWAP.  TRNSWAP RETIRES THE TRNFILE TBLUPDT HAS
      *    APPLIED TO TRNPREV, SO IT IS NEVER APPLIED AGAIN - BUT
      *    ONLY WHEN TBLUPDT LEFT NO RESTART CHECKPOINT (UPDRST): A
      *    CHECKPOINT STILL ON FILE FAILS THE SWAP, RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-STATUS.

           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTICS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT LOG-FILE ASSIGN TO "CYCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  CYP-CYCLE-DATE           PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  STEP-STATUS-FILE
           RECORDING MODE IS F.
       01  STEP-STATUS-RECORD.
           COPY STEPREC.

       FD  STATISTICS-FILE
           RECORDING MODE IS F.
       01  STATISTICS-RECORD.
           COPY STATREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CAL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-STEP-STATUS-STATUS    PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
           05  WS-LOG-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-INCOMPLETE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CYCLE-INCOMPLETE             VALUE 'Y'.
           05  WS-PREREQ-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-PREREQ-NOT-MET               VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-CLEAN-RC-LIMIT        PIC 9(03) VALUE 4.

       01  WS-COUNTERS.
           05  WS-STEP-SUB              PIC 9(02) VALUE 0.
           05  WS-STEP-MAX              PIC 9(02) VALUE 17.
           05  WS-PREREQ-SUB            PIC 9(01) VALUE 0.
           05  WS-PREREQ-MAX            PIC 9(01) VALUE 3.
           05  WS-PREREQ-STEP           PIC 9(02) VALUE 0.
           05  WS-BLOCKING-STEP         PIC 9(02) VALUE 0.
           05  WS-RESUME-STEP           PIC 9(02) VALUE 0.
           05  WS-RAN-COUNT             PIC 9(02) VALUE 0.
           05  WS-SKIPPED-COUNT         PIC 9(02) VALUE 0.
           05  WS-FAILED-COUNT          PIC 9(02) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(02) VALUE 0.
           05  WS-OPEN-COUNT            PIC 9(02) VALUE 0.

       01  WS-CYCLE-FIELDS.
           05  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
           05  WS-PARM-DATE             PIC 9(08) VALUE 0.
           05  WS-LAST-STEP-CYCLE       PIC 9(08) VALUE 0.
           05  WS-LAST-LOADED-DATE      PIC 9(08) VALUE 0.
           05  WS-AFTER-DATE            PIC 9(08) VALUE 0.

       01  WS-CURRENT-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-TIMESTAMP-R REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CT-YYYYMMDD           PIC 9(08).
           05  WS-CT-HHMMSS             PIC 9(06).
           05  FILLER                   PIC X(07).

       01  WS-STEP-RUN-FIELDS.
           05  WS-STEP-COMMAND          PIC X(80) VALUE SPACES.
           05  WS-SYSTEM-RC             PIC S9(09) VALUE 0.
           05  WS-STEP-RC               PIC 9(03) VALUE 0.
           05  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
           05  WS-STEP-START-TIME       PIC 9(06) VALUE 0.
           05  WS-STEP-END-DATE         PIC 9(08) VALUE 0.
           05  WS-STEP-END-TIME         PIC 9(06) VALUE 0.

      *    One row per step in running order: step name, the
      *    command the step is started with, and up to three step
      *    numbers that must be complete before it may start.  The
      *    swap steps hand one step's output to the step that reads
      *    it under another name; each only renames a file that is
      *    there, so a swap rerun after it has already landed does
      *    nothing.  A command too long for one literal is split
      *    over two FILLERs that together fill the command field.
       01  WS-STEP-DEFINITIONS.
           05  FILLER                   PIC X(08) VALUE 'TBLEDIT'.
           05  FILLER                   PIC X(72) VALUE 'tbledit'.
           05  FILLER                   PIC X(06) VALUE '000000'.
           05  FILLER                   PIC X(08) VALUE 'REJSWAP'.
           05  FILLER                   PIC X(72) VALUE
               'test ! -f REJNEW || mv REJNEW REJPREV'.
           05  FILLER                   PIC X(06) VALUE '000000'.
           05  FILLER                   PIC X(08) VALUE 'TBLRCYC'.
           05  FILLER                   PIC X(72) VALUE 'tblrcyc'.
           05  FILLER                   PIC X(06) VALUE '010200'.
           05  FILLER                   PIC X(08) VALUE 'RCYSWAP'.
           05  FILLER                   PIC X(72) VALUE
               'test ! -f RCYFILE || mv RCYFILE INFILE6'.
           05  FILLER                   PIC X(06) VALUE '030000'.
           05  FILLER                   PIC X(08) VALUE 'OVRSWAP'.
           05  FILLER                   PIC X(72) VALUE
               'test ! -f OVRFILE || mv OVRFILE OVRPREV'.
           05  FILLER                   PIC X(06) VALUE '000000'.
           05  FILLER                   PIC X(08) VALUE 'TBLLOAD'.
           05  FILLER                   PIC X(72) VALUE 'tblload'.
           05  FILLER                   PIC X(06) VALUE '010405'.
           05  FILLER                   PIC X(08) VALUE 'PNDSWAP'.
           05  FILLER                   PIC X(72) VALUE
               'test ! -f PNDNEW || mv PNDNEW PNDFILE'.
           05  FILLER                   PIC X(06) VALUE '000000'.
           05  FILLER                   PIC X(08) VALUE 'TBLUPDT'.
           05  FILLER                   PIC X(72) VALUE 'tblupdt'.
           05  FILLER                   PIC X(06) VALUE '060700'.
           05  FILLER                   PIC X(08) VALUE 'TRNSWAP'.
           05  FILLER                   PIC X(26) VALUE
               'test -s UPDRST && exit 8; '.
           05  FILLER                   PIC X(46) VALUE
               'test ! -f TRNFILE || mv TRNFILE TRNPREV'.
           05  FILLER                   PIC X(06) VALUE '080000'.
           05  FILLER                   PIC X(08) VALUE 'TBLVFY'.
           05  FILLER                   PIC X(72) VALUE 'tblvfy'.
           05  FILLER                   PIC X(06) VALUE '060800'.
           05  FILLER                   PIC X(08) VALUE 'TBLGL'.
           05  FILLER                   PIC X(72) VALUE 'tblgl'.
           05  FILLER                   PIC X(06) VALUE '100000'.
           05  FILLER                   PIC X(08) VALUE 'TBLRPT'.
           05  FILLER                   PIC X(72) VALUE 'tblrpt'.
           05  FILLER                   PIC X(06) VALUE '060000'.
           05  FILLER                   PIC X(08) VALUE 'TBLRCAP'.
           05  FILLER                   PIC X(72) VALUE 'tblrcap'.
           05  FILLER                   PIC X(06) VALUE '060000'.
           05  FILLER                   PIC X(08) VALUE 'TBLAGE'.
           05  FILLER                   PIC X(72) VALUE 'tblage'.
           05  FILLER                   PIC X(06) VALUE '100000'.
           05  FILLER                   PIC X(08) VALUE 'TBLDELTA'.
           05  FILLER                   PIC X(72) VALUE 'tbldelta'.
           05  FILLER                   PIC X(06) VALUE '060000'.
           05  FILLER                   PIC X(08) VALUE 'TBLCTL'.
           05  FILLER                   PIC X(72) VALUE 'tblctl'.
           05  FILLER                   PIC X(06) VALUE '010600'.
           05  FILLER                   PIC X(08) VALUE 'TBLACK'.
           05  FILLER                   PIC X(72) VALUE 'tblack'.
           05  FILLER                   PIC X(06) VALUE '010600'.
       01  WS-STEP-DEFINITIONS-R REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-DEF OCCURS 17 TIMES.
               10  WS-DEF-NAME          PIC X(08).
               10  WS-DEF-COMMAND       PIC X(72).
               10  WS-DEF-PREREQ        PIC 9(02) OCCURS 3 TIMES.

       01  WS-STEP-AREA.
           05  WS-STEP-TABLE OCCURS 17 TIMES.
               10  WS-STP-STATE         PIC X(01).
               10  WS-STP-RC            PIC 9(03).

       01  WS-LOG-HEADER-LINE.
           05  FILLER                   PIC X(26)
               VALUE 'Nightly cycle log - cycle '.
           05  LH-CYCLE-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LH-MODE                  PIC X(30).

       01  WS-LOG-HEADING-LINE.
           05  FILLER                   PIC X(42) VALUE
               'NO STEP     ACTION   RESULT    RC  STARTED'.
           05  FILLER                   PIC X(40) VALUE
               '              ENDED            NOTE'.

       01  WS-LOG-DETAIL-LINE.
           05  DL-STEP-NUMBER           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-STEP-NAME             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ACTION                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-RESULT                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-RC                    PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-START-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-START-TIME            PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-END-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-END-TIME              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(40).

       01  WS-LOG-TOTAL-LINE.
           05  FILLER                   PIC X(07) VALUE 'Steps: '.
           05  TL-RAN                   PIC Z9.
           05  FILLER                   PIC X(06) VALUE ' run, '.
           05  TL-SKIPPED               PIC Z9.
           05  FILLER                   PIC X(15)
                                        VALUE ' done earlier, '.
           05  TL-FAILED                PIC Z9.
           05  FILLER                   PIC X(09) VALUE ' failed, '.
           05  TL-REFUSED               PIC Z9.
           05  FILLER                   PIC X(09) VALUE ' refused'.

       01  WS-LOG-RESULT-LINE.
           05  FILLER                   PIC X(14)
                                        VALUE 'CYCLE RESULT: '.
           05  RL-RESULT                PIC X(10).
           05  RL-RESUME-TEXT           PIC X(25).
           05  RL-RESUME-STEP           PIC X(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-OPEN-LOG
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0200-READ-PARAMETER
           PERFORM 0300-FIND-LATEST-CYCLE
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           IF WS-PARM-DATE > 0
               MOVE WS-PARM-DATE TO WS-CYCLE-DATE
               MOVE 'OPERATOR CYCLE DATE (CYCPARM)' TO LH-MODE
           ELSE
               PERFORM 0400-CHECK-LATEST-CYCLE
           END-IF
           IF WS-CYCLE-DATE = 0
               PERFORM 0500-LOAD-RUN-HISTORY
               PERFORM 0600-READ-CALENDAR
               MOVE 'NEW CYCLE' TO LH-MODE
           END-IF
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0700-LOAD-STEP-STATES
           PERFORM 0800-PRINT-LOG-HEADER
           PERFORM 1000-RUN-CYCLE-STEPS
           PERFORM 2000-PRINT-CYCLE-RESULT
           CLOSE LOG-FILE
           DISPLAY 'Cycle driver complete for cycle ' WS-CYCLE-DATE
               ': ' WS-RAN-COUNT ' run, ' WS-FAILED-COUNT
               ' failed, ' WS-REFUSED-COUNT ' refused.'
           STOP RUN.

       0100-OPEN-LOG.
           OPEN OUTPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'Error: CYCLOG open failed, status '
                   WS-LOG-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0200-READ-PARAMETER.
      *    CYCPARM is staged by operations only to force a cycle
      *    date; absent on a normal night.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYP-CYCLE-DATE NUMERIC
                           AND CYP-CYCLE-DATE > 0
                           MOVE CYP-CYCLE-DATE TO WS-PARM-DATE
                           DISPLAY 'Operator cycle date staged: '
                               WS-PARM-DATE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               IF WS-PARAMETER-STATUS NOT = '35'
                   DISPLAY 'Error: CYCPARM open failed, status '
                       WS-PARAMETER-STATUS
               END-IF
           END-IF.

       0300-FIND-LATEST-CYCLE.
      *    No STEPSTS at all is a first night under the driver.
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEP-STATUS-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ STEP-STATUS-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF SS-CYCLE-DATE NUMERIC
                               AND SS-CYCLE-DATE
                                   > WS-LAST-STEP-CYCLE
                               MOVE SS-CYCLE-DATE
                                   TO WS-LAST-STEP-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           ELSE
               IF WS-STEP-STATUS-STATUS NOT = '35'
                   DISPLAY 'Error: STEPSTS open failed, status '
                       WS-STEP-STATUS-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       0400-CHECK-LATEST-CYCLE.
      *    A cycle with any step not complete is still the night's
      *    work - the rerun picks it up where it stopped.
           IF WS-LAST-STEP-CYCLE > 0
               MOVE WS-LAST-STEP-CYCLE TO WS-CYCLE-DATE
               PERFORM 0700-LOAD-STEP-STATES
               MOVE 0 TO WS-OPEN-COUNT
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-MAX
                   IF WS-STP-STATE(WS-STEP-SUB) NOT = 'C'
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-PERFORM
               IF WS-OPEN-COUNT = 0
                   DISPLAY 'Cycle ' WS-LAST-STEP-CYCLE
                       ' is complete - starting the next cycle'
                   MOVE 0 TO WS-CYCLE-DATE
               ELSE
                   DISPLAY 'Resuming cycle ' WS-CYCLE-DATE ' - '
                       WS-OPEN-COUNT ' steps still open'
                   MOVE 'RESUMED AFTER AN EARLIER RUN' TO LH-MODE
               END-IF
           END-IF.

       0500-LOAD-RUN-HISTORY.
      *    Same rule TBLLOAD uses: the highest cycle date with a
      *    clean return code is the last cycle actually loaded.
           OPEN INPUT STATISTICS-FILE
           IF WS-STATISTICS-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ STATISTICS-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF ST-RETURN-CODE = 0
                               AND ST-CYCLE-DATE NUMERIC
                               AND ST-CYCLE-DATE
                                   > WS-LAST-LOADED-DATE
                               MOVE ST-CYCLE-DATE
                                   TO WS-LAST-LOADED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATISTICS-FILE
           ELSE
               IF WS-STATISTICS-STATUS NOT = '35'
                   DISPLAY 'Error: STATFILE open failed, status '
                       WS-STATISTICS-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-LAST-LOADED-DATE > WS-LAST-STEP-CYCLE
               MOVE WS-LAST-LOADED-DATE TO WS-AFTER-DATE
           ELSE
               MOVE WS-LAST-STEP-CYCLE TO WS-AFTER-DATE
           END-IF.

       0600-READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'Error: CALFILE open failed, status '
                   WS-CALENDAR-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF WS-CYCLE-DATE = 0
                               AND CAL-BUSINESS-DATE NUMERIC
                               AND CAL-BUSINESS-DATE
                                   > WS-AFTER-DATE
                               MOVE CAL-BUSINESS-DATE
                                   TO WS-CYCLE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF WS-CYCLE-DATE = 0
                   DISPLAY 'Error: no business date on CALFILE '
                       'after ' WS-AFTER-DATE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   DISPLAY 'Starting cycle ' WS-CYCLE-DATE
               END-IF
           END-IF.

       0700-LOAD-STEP-STATES.
      *    Last record wins: a step rerun after a failure appends a
      *    newer record over the failed one.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               MOVE SPACE TO WS-STP-STATE(WS-STEP-SUB)
               MOVE 0 TO WS-STP-RC(WS-STEP-SUB)
           END-PERFORM
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEP-STATUS-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ STEP-STATUS-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0710-STORE-STEP-STATE
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           END-IF.

       0710-STORE-STEP-STATE.
           IF SS-CYCLE-DATE = WS-CYCLE-DATE
               AND SS-STEP-NUMBER NUMERIC
               AND SS-STEP-NUMBER > 0
               AND SS-STEP-NUMBER NOT > WS-STEP-MAX
               MOVE SS-STEP-NUMBER TO WS-STEP-SUB
               IF SS-STEP-NAME = WS-DEF-NAME(WS-STEP-SUB)
                   MOVE SS-STEP-STATE TO WS-STP-STATE(WS-STEP-SUB)
                   IF SS-RETURN-CODE NUMERIC
                       MOVE SS-RETURN-CODE
                           TO WS-STP-RC(WS-STEP-SUB)
                   END-IF
               ELSE
                   DISPLAY 'Warning: STEPSTS step ' SS-STEP-NUMBER
                       ' is ' SS-STEP-NAME ', expected '
                       WS-DEF-NAME(WS-STEP-SUB) ' - ignored'
               END-IF
           END-IF.

       0800-PRINT-LOG-HEADER.
           MOVE WS-CYCLE-DATE TO LH-CYCLE-DATE
           WRITE LOG-RECORD FROM WS-LOG-HEADER-LINE
           WRITE LOG-RECORD FROM WS-LOG-HEADING-LINE.

       1000-RUN-CYCLE-STEPS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               PERFORM 1100-PROCESS-STEP
           END-PERFORM.

       1100-PROCESS-STEP.
           MOVE SPACES TO WS-LOG-DETAIL-LINE
           MOVE WS-STEP-SUB TO DL-STEP-NUMBER
           MOVE WS-DEF-NAME(WS-STEP-SUB) TO DL-STEP-NAME
           IF WS-STP-STATE(WS-STEP-SUB) = 'C'
               PERFORM 1500-SKIP-COMPLETED-STEP
           ELSE
               PERFORM 1200-CHECK-PREREQUISITES
               IF WS-PREREQ-NOT-MET
                   PERFORM 1400-REFUSE-STEP
               ELSE
                   PERFORM 1300-RUN-STEP
               END-IF
           END-IF
           WRITE LOG-RECORD FROM WS-LOG-DETAIL-LINE.

       1200-CHECK-PREREQUISITES.
           MOVE 'N' TO WS-PREREQ-SWITCH
           MOVE 0 TO WS-BLOCKING-STEP
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > WS-PREREQ-MAX
                   OR WS-PREREQ-NOT-MET
               MOVE WS-DEF-PREREQ(WS-STEP-SUB WS-PREREQ-SUB)
                   TO WS-PREREQ-STEP
               IF WS-PREREQ-STEP > 0
                   IF WS-STP-STATE(WS-PREREQ-STEP) NOT = 'C'
                       SET WS-PREREQ-NOT-MET TO TRUE
                       MOVE WS-PREREQ-STEP TO WS-BLOCKING-STEP
                   END-IF
               END-IF
           END-PERFORM.

       1300-RUN-STEP.
      *    The step runs as its own job; its return code comes back
      *    through RETURN-CODE and is cleared again so it does not
      *    become the driver's own.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-STEP-START-DATE
           MOVE WS-CT-HHMMSS TO WS-STEP-START-TIME
           MOVE SPACES TO WS-STEP-COMMAND
           MOVE WS-DEF-COMMAND(WS-STEP-SUB) TO WS-STEP-COMMAND
           DISPLAY 'Starting step ' WS-STEP-SUB ' '
               WS-DEF-NAME(WS-STEP-SUB)
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE
      *    A status handed back in wait-status form carries the
      *    step's exit code in its high-order byte.
           IF WS-SYSTEM-RC > 255
               DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-SYSTEM-RC
           END-IF
           IF WS-SYSTEM-RC < 0 OR WS-SYSTEM-RC > 999
               MOVE 999 TO WS-STEP-RC
           ELSE
               MOVE WS-SYSTEM-RC TO WS-STEP-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-STEP-END-DATE
           MOVE WS-CT-HHMMSS TO WS-STEP-END-TIME
           ADD 1 TO WS-RAN-COUNT
           MOVE 'RUN'                TO DL-ACTION
           MOVE WS-STEP-RC           TO DL-RC
           MOVE WS-STEP-RC           TO WS-STP-RC(WS-STEP-SUB)
           MOVE WS-STEP-START-DATE   TO DL-START-DATE
           MOVE WS-STEP-START-TIME   TO DL-START-TIME
           MOVE WS-STEP-END-DATE     TO DL-END-DATE
           MOVE WS-STEP-END-TIME     TO DL-END-TIME
           IF WS-STEP-RC NOT > WS-CLEAN-RC-LIMIT
               MOVE 'C' TO WS-STP-STATE(WS-STEP-SUB)
               MOVE 'COMPLETE' TO DL-RESULT
               IF WS-STEP-RC > 0
                   MOVE 'ended with warnings' TO DL-NOTE
               END-IF
           ELSE
               MOVE 'F' TO WS-STP-STATE(WS-STEP-SUB)
               MOVE 'FAILED' TO DL-RESULT
               MOVE 'rerun resumes at this step' TO DL-NOTE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'Error: step ' WS-DEF-NAME(WS-STEP-SUB)
                   ' ended with return code ' WS-STEP-RC
           END-IF
           PERFORM 1600-WRITE-STEP-STATUS.

       1400-REFUSE-STEP.
           MOVE 0 TO WS-STEP-RC
           MOVE 0 TO WS-STP-RC(WS-STEP-SUB)
           MOVE 'R' TO WS-STP-STATE(WS-STEP-SUB)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-STEP-START-DATE
           MOVE WS-CT-HHMMSS TO WS-STEP-START-TIME
           MOVE WS-CT-YYYYMMDD TO WS-STEP-END-DATE
           MOVE WS-CT-HHMMSS TO WS-STEP-END-TIME
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 'NOT RUN' TO DL-ACTION
           MOVE 'REFUSED' TO DL-RESULT
           STRING 'waiting on ' DELIMITED BY SIZE
               WS-DEF-NAME(WS-BLOCKING-STEP) DELIMITED BY SPACE
               ' - not complete' DELIMITED BY SIZE
               INTO DL-NOTE
           END-STRING
           DISPLAY 'Step ' WS-DEF-NAME(WS-STEP-SUB)
               ' refused - ' WS-DEF-NAME(WS-BLOCKING-STEP)
               ' has not completed'
           PERFORM 1600-WRITE-STEP-STATUS.

       1500-SKIP-COMPLETED-STEP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE 'SKIPPED' TO DL-ACTION
           MOVE 'COMPLETE' TO DL-RESULT
           MOVE WS-STP-RC(WS-STEP-SUB) TO DL-RC
           MOVE 'done earlier this cycle' TO DL-NOTE.

       1600-WRITE-STEP-STATUS.
      *    Opened and closed around every record so a step's result
      *    is on file before the next step starts, whatever happens
      *    to the driver afterward.
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEP-STATUS-STATUS = '35'
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF
           IF WS-STEP-STATUS-STATUS NOT = '00'
               DISPLAY 'Error: STEPSTS open failed, status '
                   WS-STEP-STATUS-STATUS
               SET WS-CYCLE-INCOMPLETE TO TRUE
           ELSE
               MOVE SPACES TO STEP-STATUS-RECORD
               MOVE WS-CYCLE-DATE TO SS-CYCLE-DATE
               MOVE WS-STEP-SUB TO SS-STEP-NUMBER
               MOVE WS-DEF-NAME(WS-STEP-SUB) TO SS-STEP-NAME
               MOVE WS-STP-STATE(WS-STEP-SUB) TO SS-STEP-STATE
               MOVE WS-STEP-RC TO SS-RETURN-CODE
               MOVE WS-STEP-START-DATE TO SS-START-DATE
               MOVE WS-STEP-START-TIME TO SS-START-TIME
               MOVE WS-STEP-END-DATE TO SS-END-DATE
               MOVE WS-STEP-END-TIME TO SS-END-TIME
               WRITE STEP-STATUS-RECORD
               CLOSE STEP-STATUS-FILE
           END-IF.

       2000-PRINT-CYCLE-RESULT.
           MOVE WS-RAN-COUNT     TO TL-RAN
           MOVE WS-SKIPPED-COUNT TO TL-SKIPPED
           MOVE WS-FAILED-COUNT  TO TL-FAILED
           MOVE WS-REFUSED-COUNT TO TL-REFUSED
           WRITE LOG-RECORD FROM WS-LOG-TOTAL-LINE
           MOVE 0 TO WS-RESUME-STEP
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
                   OR WS-RESUME-STEP > 0
               IF WS-STP-STATE(WS-STEP-SUB) NOT = 'C'
                   MOVE WS-STEP-SUB TO WS-RESUME-STEP
               END-IF
           END-PERFORM
           MOVE SPACES TO RL-RESUME-TEXT
           MOVE SPACES TO RL-RESUME-STEP
           IF WS-RESUME-STEP > 0
               SET WS-CYCLE-INCOMPLETE TO TRUE
           END-IF
           IF WS-CYCLE-INCOMPLETE
               MOVE 'INCOMPLETE' TO RL-RESULT
               IF WS-RESUME-STEP > 0
                   MOVE ' - rerun resumes at step '
                       TO RL-RESUME-TEXT
                   MOVE WS-DEF-NAME(WS-RESUME-STEP)
                       TO RL-RESUME-STEP
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO RL-RESULT
           END-IF
           WRITE LOG-RECORD FROM WS-LOG-RESULT-LINE.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: cycle driver could not be started - '
               'job terminated'
           CLOSE LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

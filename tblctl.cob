      *    OUTFILE TRAILER RECONCILIATION, THE SUPERSEDED/DISCARDED
      *    TOTALS FROM THE FOOT OF DUPFILE, AND THE OVRFILE COUNT
      *    CROSS-CHECKED AGAINST THE STATISTICS - ONE LINE PER STEP
      *    WITH PASS/FAIL AND AN OVERALL RESULT.  THE FOOT OF THE
      *    LOAD'S LARGE-VALUE EXCEPTION REPORT (LVXRPT) GIVES THE
      *    ITEMS HELD OVER BRANCH LIMITS, AND EACH BRANCH WHOSE DAY
      *    TOTAL BREACHED ITS DAILY LIMIT GETS ITS OWN FLAG LINE
      *    FOR THE SUPERVISORS - A FLAG IS NOT A FAILURE, THE LOAD
      *    ITSELF DID ITS JOB.  ANY FAILED STEP
      *    ENDS THE SHEET WITH RETURN CODE 8 SO THE SCHEDULER CAN
      *    PAGE SOMEONE INSTEAD OF THE MORNING CHECKER GREPPING
      *    JOB OUTPUT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT LARGE-VALUE-FILE ASSIGN TO "LVXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LARGE-VALUE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       01  OVERFLOW-RECORD              PIC X(84).

       FD  LARGE-VALUE-FILE
           RECORDING MODE IS F.
       01  LARGE-VALUE-RECORD           PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).
           05  WS-REJECT-STATUS         PIC X(02) VALUE '00'.
           05  WS-DUPLICATE-STATUS      PIC X(02) VALUE '00'.
           05  WS-OVERFLOW-STATUS       PIC X(02) VALUE '00'.
           05  WS-LARGE-VALUE-STATUS    PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
               88  WS-EDT-TRAILER-SEEN             VALUE 'Y'.
           05  WS-DUP-TOTALS-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-DUP-TOTALS-SEEN              VALUE 'Y'.
           05  WS-LMT-TOTALS-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-LMT-TOTALS-SEEN              VALUE 'Y'.

       01  WS-STAT-AREA.
           05  WS-CYCLE-DATE            PIC 9(08) VALUE 0.

       01  WS-OVERFLOW-COUNT            PIC 9(7) VALUE 0.

       01  WS-LIMIT-AREA.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-BREACH-COUNT          PIC 9(2) VALUE 0.
           05  WS-BREACH-MAX            PIC 9(2) VALUE 9.
           05  WS-BREACH-SUB            PIC 9(2) VALUE 0.
           05  WS-LMT-HELD-X            PIC X(05) VALUE SPACES.
           05  WS-BREACH-TABLE OCCURS 9 TIMES.
               10  WS-BREACH-SOURCE-ID  PIC X(02).
               10  WS-BREACH-DAY-TOTAL  PIC X(17).
               10  WS-BREACH-LIMIT      PIC X(17).

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

                                        VALUE ' expected '.
           05  OL-EXPECTED              PIC ZZZZZZ9.

       01  WS-LIMIT-LINE.
           05  FILLER                   PIC X(10) VALUE 'LIMITS   '.
           05  ML-RESULT                PIC X(04).
           05  FILLER                   PIC X(08) VALUE '  held '.
           05  ML-HELD                  PIC ZZZZ9.
           05  FILLER                   PIC X(27)
               VALUE ' branches over daily limit '.
           05  ML-BREACHES              PIC Z9.

       01  WS-BREACH-LINE.
           05  FILLER                   PIC X(10) VALUE 'LIMITS   '.
           05  BL-RESULT                PIC X(04) VALUE 'FLAG'.
           05  FILLER                   PIC X(09)
                                        VALUE '  branch '.
           05  BL-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(11)
                                        VALUE ' day total '.
           05  BL-DAY-TOTAL             PIC X(17).
           05  FILLER                   PIC X(07) VALUE ' limit '.
           05  BL-LIMIT                 PIC X(17).

       01  WS-RESULT-LINE.
           05  FILLER                   PIC X(14)
                                        VALUE 'CYCLE RESULT: '.
           PERFORM 3000-TALLY-OUTPUT-SPOOL
           PERFORM 4000-TALLY-DUPLICATES
           PERFORM 5000-TALLY-OVERFLOW
           PERFORM 5500-TALLY-LIMITS
           PERFORM 6000-PRINT-CONTROL-SHEET
           CLOSE REPORT-FILE
           DISPLAY 'Control sheet complete for cycle '
               END-IF
           END-IF.

       5500-TALLY-LIMITS.
      *    LVXRPT is picked apart by column like DUPFILE above (see
      *    WS-LIMIT-BRANCH-LINE and WS-LIMIT-TOTAL-LINE in the load).
      *    The load always writes it, so a missing one is a failure.
           OPEN INPUT LARGE-VALUE-FILE
           IF WS-LARGE-VALUE-STATUS NOT = '00'
               DISPLAY 'Error: LVXRPT open failed, status '
                   WS-LARGE-VALUE-STATUS
               SET WS-CYCLE-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ LARGE-VALUE-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 5510-TALLY-LIMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE LARGE-VALUE-FILE
           END-IF
           IF WS-LMT-TOTALS-SEEN AND WS-LMT-HELD-X NOT = SPACES
               COMPUTE WS-HELD-COUNT =
                   FUNCTION NUMVAL(WS-LMT-HELD-X)
           END-IF.

       5510-TALLY-LIMIT-LINE.
           IF LARGE-VALUE-RECORD(1:12) = 'Items held: '
               SET WS-LMT-TOTALS-SEEN TO TRUE
               MOVE LARGE-VALUE-RECORD(15:5) TO WS-LMT-HELD-X
           END-IF
           IF LARGE-VALUE-RECORD(1:7) = 'Branch '
               AND LARGE-VALUE-RECORD(91:6) = 'BREACH'
               AND WS-BREACH-COUNT < WS-BREACH-MAX
               ADD 1 TO WS-BREACH-COUNT
               MOVE LARGE-VALUE-RECORD(8:2)
                   TO WS-BREACH-SOURCE-ID(WS-BREACH-COUNT)
               MOVE LARGE-VALUE-RECORD(22:17)
                   TO WS-BREACH-DAY-TOTAL(WS-BREACH-COUNT)
               MOVE LARGE-VALUE-RECORD(47:17)
                   TO WS-BREACH-LIMIT(WS-BREACH-COUNT)
           END-IF.

       6000-PRINT-CONTROL-SHEET.
           MOVE WS-CYCLE-DATE TO RH-CYCLE-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
           PERFORM 6300-PRINT-SPOOL-LINE
           PERFORM 6400-PRINT-DUP-LINE
           PERFORM 6500-PRINT-OVERFLOW-LINE
           PERFORM 6600-PRINT-LIMIT-LINES
           IF WS-CYCLE-FAILED
               MOVE 'FAIL' TO RL-RESULT
               MOVE 8 TO RETURN-CODE
           MOVE WS-LOAD-OVERFLOW  TO OL-EXPECTED
           WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE.

       6600-PRINT-LIMIT-LINES.
           IF WS-LMT-TOTALS-SEEN
               MOVE 'PASS' TO ML-RESULT
           ELSE
               MOVE 'FAIL' TO ML-RESULT
               SET WS-CYCLE-FAILED TO TRUE
           END-IF
           MOVE WS-HELD-COUNT   TO ML-HELD
           MOVE WS-BREACH-COUNT TO ML-BREACHES
           WRITE REPORT-RECORD FROM WS-LIMIT-LINE
           PERFORM VARYING WS-BREACH-SUB FROM 1 BY 1
                   UNTIL WS-BREACH-SUB > WS-BREACH-COUNT
               MOVE WS-BREACH-SOURCE-ID(WS-BREACH-SUB)
                   TO BL-SOURCE-ID
               MOVE WS-BREACH-DAY-TOTAL(WS-BREACH-SUB)
                   TO BL-DAY-TOTAL
               MOVE WS-BREACH-LIMIT(WS-BREACH-SUB) TO BL-LIMIT
               WRITE REPORT-RECORD FROM WS-BREACH-LINE
           END-PERFORM.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: control sheet could not be started - '
               'job terminated'

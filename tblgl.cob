      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - GENERAL-LEDGER EXTRACT STEP.
      *    READS THE OUTFILE SPOOLED BY TBLLOAD, SUMMARIZES
      *    WSE-AMOUNT BY WSE-EFFECTIVE-DATE, WSE-STATUS-CODE AND
      *    WSE-CURRENCY-CODE (SPACES TAKEN AS THE BASE CURRENCY
      *    NAMED ON CURFILE),
      *    MAPS EACH STATUS CODE TO ITS GL ACCOUNT FROM THE STATUS
      *    REFERENCE FILE (STSFILE) ACCOUNTING MAINTAINS - THE SAME
      *    FILE TBLEDIT VALIDATES CODES AGAINST - AND WRITES THE
      *    GL INTERFACE FILE (GLFILE) IN THE LEDGER POSTING LAYOUT:
      *    ONE BATCH HEADER (CYCLE DATE, RECORD AND AMOUNT TOTALS)
      *    FOLLOWED BY ONE POSTING DETAIL PER DATE/STATUS/CURRENCY.
      *    THE LEDGER IS KEPT IN THE BASE CURRENCY: EACH DETAIL
      *    POSTS THE BASE EQUIVALENT AT THE CYCLE DATE'S RATE FROM
      *    THE EXCHANGE RATE FILE (RATFILE, SEE RATREF) AND CARRIES
      *    THE CURRENCY, ORIGINAL AMOUNT AND RATE BESIDE IT; THE
      *    HEADER AMOUNT IS THE SUM OF THE BASE EQUIVALENTS.  A
      *    CURRENCY WITH NO RATE FOR THE CYCLE DATE STOPS THE RUN
      *    BEFORE GLFILE OR GLHIST IS TOUCHED - AN OLDER DAY'S RATE
      *    IS NEVER USED.
      *    A MISSING STSFILE, OR A STATUS CODE ON OUTFILE THAT IS
      *    NOT ON IT, ABENDS THE RUN - CLEAN RECORDS MUST NEVER
      *    POST TO SUSPENSE BECAUSE THE REFERENCE DATA IS STALE.
      *    EVERY RECORD WRITTEN TO GLFILE IS ALSO APPENDED TO THE
      *    GL POSTING HISTORY (GLHIST, SEE GLHIST) THAT THE MONTH-
      *    END CLOSE PROVES THE MASTER AGAINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-FILE
       01  STATUS-RECORD.
           COPY STSREF.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY GLHIST.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           COPY RATREF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TABLE-STATUS          PIC X(02) VALUE '00'.
           05  WS-EXTRACT-STATUS        PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-STATUS-FILE              VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-CUR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CURRENCY-FILE            VALUE 'Y'.
           05  WS-RAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-RATE-FILE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-RATE-MISSING-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RATE-MISSING                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(5) VALUE 0.
           05  WS-SUB                   PIC 9(3) VALUE 0.
           05  WS-GRAND-AMOUNT          PIC S9(13)V99 VALUE 0.
           05  WS-HEADER-CYCLE-DATE     PIC 9(8) VALUE 0.
           05  WS-BATCH-DATE            PIC 9(8) VALUE 0.
           05  WS-FOREIGN-COUNT         PIC 9(3) VALUE 0.

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-POST-CURRENCY         PIC X(03) VALUE SPACES.

       01  WS-RATE-AREA.
           05  WS-RATE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RATE-MAX              PIC 9(2) VALUE 20.
           05  WS-RATE-SUB              PIC 9(2) VALUE 0.
           05  WS-RATE-HIT              PIC 9(2) VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES.
               10  WS-RAT-CURRENCY      PIC X(03).
               10  WS-RAT-RATE          PIC 9(05)V9(06).
               10  WS-RAT-STATE         PIC X(01).
                   88  WS-RAT-ON-FILE              VALUE 'Y'.
                   88  WS-RAT-NOT-ON-FILE          VALUE 'N'.

       01  WS-STATUS-REF-AREA.
           05  WS-STATUS-COUNT          PIC 9(2) VALUE 0.
           05  WS-SUMMARY-TABLE OCCURS 200 TIMES.
               10  WS-SUM-DATE          PIC 9(08).
               10  WS-SUM-STATUS        PIC X(02).
               10  WS-SUM-CURRENCY      PIC X(03).
               10  WS-SUM-AMOUNT        PIC S9(11)V99.
               10  WS-SUM-COUNT         PIC 9(7).
               10  WS-SUM-RATE          PIC 9(05)V9(06).
               10  WS-SUM-BASE-AMOUNT   PIC S9(11)V99.

      *    The line just cut, for its copy on GLHIST.
       01  WS-HISTORY-LINE              PIC X(80) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  GLH-RECORD-TYPE          PIC X(02) VALUE 'BH'.
           05  GLD-STATUS-CODE          PIC X(02).
           05  GLD-AMOUNT               PIC S9(11)V99.
           05  GLD-RECORD-COUNT         PIC 9(07).
           05  GLD-CURRENCY-CODE        PIC X(03).
           05  GLD-ORIGINAL-AMOUNT      PIC S9(11)V99.
           05  GLD-EXCHANGE-RATE        PIC 9(05)V9(06).
           05  FILLER                   PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-LOAD-STATUS-TABLE
           PERFORM 0070-LOAD-BASE-CURRENCY
           PERFORM 0100-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 1000-SUMMARIZE-TABLE
           PERFORM 1400-SET-BATCH-DATE
           PERFORM 1500-LOAD-RATES
           PERFORM 1600-CONVERT-SUMMARY
           IF WS-RATE-MISSING OR WS-ABORT-RUN
               PERFORM 9996-ABEND-RATES
           END-IF
           PERFORM 0200-OPEN-OUTPUT-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 2000-WRITE-EXTRACT
           CLOSE TABLE-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           DISPLAY 'GL extract complete: ' WS-READ-COUNT ' records, '
               WS-SUMMARY-COUNT ' postings, ' WS-FOREIGN-COUNT
               ' converted to ' WS-BASE-CURRENCY '.'
           STOP RUN.

       0050-LOAD-STATUS-TABLE.
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0070-LOAD-BASE-CURRENCY.
      *    Only the base code is wanted here - TBLEDIT has already
      *    held every entry's code to the file - but a file that
      *    does not name exactly one base currency is unusable.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF
           PERFORM UNTIL WS-EOF-CURRENCY-FILE
               READ CURRENCY-FILE
                   AT END
                       SET WS-EOF-CURRENCY-FILE TO TRUE
                   NOT AT END
                       IF CUR-BASE-CURRENCY
                           ADD 1 TO WS-BASE-COUNT
                           MOVE CUR-CURRENCY-CODE
                               TO WS-BASE-CURRENCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE
           IF WS-BASE-COUNT NOT = 1
               DISPLAY 'Error: CURFILE has ' WS-BASE-COUNT
                   ' base currencies - exactly one is required'
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT TABLE-FILE
           IF WS-TABLE-STATUS NOT = '00'
               DISPLAY 'Error: OUTFILE open failed, status '
                   WS-TABLE-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0200-OPEN-OUTPUT-FILES.
      *    Opened only once every currency has its rate, so a run
      *    stopped for a missing rate leaves yesterday's GLFILE and
      *    the history exactly as they were.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Error: GLFILE open failed, status '
                   WS-EXTRACT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    The history only grows; status 35 is the first extract
      *    since it was started.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: GLHIST open failed, status '
                   WS-HISTORY-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1000-SUMMARIZE-TABLE.
      *    The header totals cover only records that land in a
      *    summary slot, so the BH amount always balances to the sum
      *    of the BD postings even if the table ever fills.
           IF WSE-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE WSE-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUMMARY-COUNT
                   OR WS-SUMMARY-FOUND
               IF WS-SUM-DATE(WS-SUB) = WSE-EFFECTIVE-DATE
                   AND WS-SUM-STATUS(WS-SUB) = WSE-STATUS-CODE
                   AND WS-SUM-CURRENCY(WS-SUB) = WS-POST-CURRENCY
                   SET WS-SUMMARY-FOUND TO TRUE
                   ADD WSE-AMOUNT TO WS-SUM-AMOUNT(WS-SUB)
                   ADD 1 TO WS-SUM-COUNT(WS-SUB)
                   ADD 1 TO WS-READ-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-SUMMARY-FOUND
                       TO WS-SUM-DATE(WS-SUMMARY-COUNT)
                   MOVE WSE-STATUS-CODE
                       TO WS-SUM-STATUS(WS-SUMMARY-COUNT)
                   MOVE WS-POST-CURRENCY
                       TO WS-SUM-CURRENCY(WS-SUMMARY-COUNT)
                   MOVE WSE-AMOUNT
                       TO WS-SUM-AMOUNT(WS-SUMMARY-COUNT)
                   MOVE 1 TO WS-SUM-COUNT(WS-SUMMARY-COUNT)
                   ADD 1 TO WS-READ-COUNT
               ELSE
                   DISPLAY 'Error: summary table full - record '
                       WSE-RECORD-KEY ' not posted'
               END-IF
           END-IF.

       1400-SET-BATCH-DATE.
      *    The batch is dated to the cycle the load processed (the
      *    header TBLLOAD spools on OUTFILE), falling back to the
      *    run date only for a spool written with no header.  The
      *    rates applied are that same day's.
           IF WS-HEADER-CYCLE-DATE > 0
               MOVE WS-HEADER-CYCLE-DATE TO WS-BATCH-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CT-YYYYMMDD TO WS-BATCH-DATE
           END-IF.

       1500-LOAD-RATES.
      *    Only the batch date's rates are kept.  No RATFILE at all
      *    is only a problem if tonight's data holds a foreign
      *    currency, which 1600 will find.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF-RATE-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-RATE-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-BATCH-DATE
                               PERFORM 1550-STORE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               IF WS-RATE-STATUS NOT = '35'
                   DISPLAY 'Error: RATFILE open failed, status '
                       WS-RATE-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1550-STORE-RATE.
      *    A zero or unreadable rate is no rate; it is left off the
      *    table so the currency is reported missing, not posted at
      *    nothing.  A second record for the same currency and day
      *    is ignored.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 1650-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-BATCH-DATE
                       ' ignored'
               ELSE
                   IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-CURRENCY-CODE
                           TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                       MOVE RT-RATE TO WS-RAT-RATE(WS-RATE-COUNT)
                       SET WS-RAT-ON-FILE(WS-RATE-COUNT) TO TRUE
                   ELSE
                       DISPLAY 'Error: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       1600-CONVERT-SUMMARY.
      *    Every posting is converted before anything is written.
      *    A currency with no rate for the batch date is listed
      *    once and stops the run; the header amount is the sum of
      *    the base equivalents, so it still balances to the BDs.
           MOVE 0 TO WS-GRAND-AMOUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUMMARY-COUNT
               IF WS-SUM-CURRENCY(WS-SUB) = WS-BASE-CURRENCY
                   MOVE 1 TO WS-SUM-RATE(WS-SUB)
                   MOVE WS-SUM-AMOUNT(WS-SUB)
                       TO WS-SUM-BASE-AMOUNT(WS-SUB)
               ELSE
                   PERFORM 1610-CONVERT-FOREIGN-POSTING
               END-IF
               ADD WS-SUM-BASE-AMOUNT(WS-SUB) TO WS-GRAND-AMOUNT
           END-PERFORM.

       1610-CONVERT-FOREIGN-POSTING.
           MOVE 0 TO WS-SUM-RATE(WS-SUB)
           MOVE 0 TO WS-SUM-BASE-AMOUNT(WS-SUB)
           MOVE WS-SUM-CURRENCY(WS-SUB) TO WS-POST-CURRENCY
           PERFORM 1650-FIND-RATE
           IF NOT WS-RATE-FOUND
               DISPLAY 'Error: no RATFILE rate for currency '
                   WS-POST-CURRENCY ' on cycle date ' WS-BATCH-DATE
               SET WS-RATE-MISSING TO TRUE
               IF WS-RATE-COUNT < WS-RATE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-POST-CURRENCY
                       TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                   MOVE 0 TO WS-RAT-RATE(WS-RATE-COUNT)
                   SET WS-RAT-NOT-ON-FILE(WS-RATE-COUNT) TO TRUE
               END-IF
           ELSE
               IF WS-RAT-ON-FILE(WS-RATE-HIT)
                   ADD 1 TO WS-FOREIGN-COUNT
                   MOVE WS-RAT-RATE(WS-RATE-HIT)
                       TO WS-SUM-RATE(WS-SUB)
                   COMPUTE WS-SUM-BASE-AMOUNT(WS-SUB) ROUNDED =
                       WS-SUM-AMOUNT(WS-SUB) * WS-SUM-RATE(WS-SUB)
                       ON SIZE ERROR
                           DISPLAY 'Error: base equivalent of '
                               WS-POST-CURRENCY ' posting for '
                               WS-SUM-DATE(WS-SUB) ' '
                               WS-SUM-STATUS(WS-SUB)
                               ' is too large to post'
                           SET WS-ABORT-RUN TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

       1650-FIND-RATE.
      *    Missing currencies are entered as not on file the first
      *    time they are met, so each is reported only once.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       2000-WRITE-EXTRACT.
           MOVE WS-BATCH-DATE TO GLH-CYCLE-DATE
           MOVE WS-READ-COUNT TO GLH-RECORD-COUNT
           MOVE WS-GRAND-AMOUNT TO GLH-AMOUNT-TOTAL
           WRITE EXTRACT-RECORD FROM WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-HISTORY-LINE
           PERFORM 2300-WRITE-HISTORY-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUMMARY-COUNT
               PERFORM 2100-WRITE-POSTING-DETAIL
           PERFORM 2200-MAP-STATUS-TO-ACCOUNT
           MOVE WS-SUM-DATE(WS-SUB)   TO GLD-EFFECTIVE-DATE
           MOVE WS-SUM-STATUS(WS-SUB) TO GLD-STATUS-CODE
           MOVE WS-SUM-BASE-AMOUNT(WS-SUB) TO GLD-AMOUNT
           MOVE WS-SUM-COUNT(WS-SUB)  TO GLD-RECORD-COUNT
           MOVE WS-SUM-CURRENCY(WS-SUB) TO GLD-CURRENCY-CODE
           MOVE WS-SUM-AMOUNT(WS-SUB) TO GLD-ORIGINAL-AMOUNT
           MOVE WS-SUM-RATE(WS-SUB)   TO GLD-EXCHANGE-RATE
           WRITE EXTRACT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-HISTORY-LINE
           PERFORM 2300-WRITE-HISTORY-RECORD.

       2200-MAP-STATUS-TO-ACCOUNT.
      *    A code with no reference record is a stale STSFILE, not
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       2300-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           SET GLX-FROM-EXTRACT TO TRUE
           MOVE WS-HISTORY-LINE TO GLX-POSTING
           WRITE HISTORY-RECORD.

       9995-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-RATES.
           DISPLAY 'Fatal: exchange rates incomplete for '
               WS-BATCH-DATE ' - nothing posted, job terminated'
           CLOSE TABLE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'job terminated'
           CLOSE TABLE-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

               'job terminated'
           CLOSE TABLE-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    CUTS, WITH EVERY AMOUNT NEGATED, SO THE LEDGER NETS TO
      *    ZERO FOR THE BACKED-OUT CYCLE.  ACCOUNTS COME FROM THE
      *    SAME STATUS REFERENCE FILE (STSFILE) TBLGL POSTS FROM,
      *    SO THE REVERSAL LANDS WHERE THE ORIGINAL POSTING DID,
      *    AND IS APPENDED TO THE GL POSTING HISTORY (GLHIST) FOR
      *    THE MONTH-END PROOF.  FOREIGN-CURRENCY POSTINGS REVERSE
      *    AT THE BACKED-OUT CYCLE DATE'S RATES ON RATFILE - THE
      *    RATES TBLGL POSTED THEM AT - SO THE BASE AMOUNTS NET TO
      *    ZERO AS WELL; IF ANY OF THOSE RATES IS GONE THE RUN STOPS
      *    BEFORE THE MASTER IS TOUCHED.
      *    EACH KEY'S DISPOSITION IS PRINTED ON BAKRPT FOR THE
      *    MORNING REVIEW.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

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
       FD  PARAMETER-FILE
               WSE-EFFECTIVE-DATE BY IDX-EFFECTIVE-DATE
               WSE-AMOUNT         BY IDX-AMOUNT
               WSE-STATUS-CODE    BY IDX-STATUS-CODE
               WSE-SOURCE-ID      BY IDX-SOURCE-ID
               WSE-CURRENCY-CODE  BY IDX-CURRENCY-CODE.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  MASTER-CONTROL-RECORD.
           COPY IDXCTL.

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
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-MASTER-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-STATUS-FILE              VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
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
           05  WS-BACKOUT-COUNT         PIC 9(3) VALUE 0.

       01  WS-CYCLE-DATE                PIC 9(08) VALUE 0.

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

       01  WS-CURRENT-TIMESTAMP         PIC X(21).

       01  WS-STATUS-REF-AREA.
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

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(20)
           END-IF
           PERFORM 0150-LOAD-STATUS-TABLE
           PERFORM 0170-READ-MASTER-CONTROL
           PERFORM 0180-LOAD-BASE-CURRENCY
           PERFORM 0190-LOAD-RATES
           PERFORM 0200-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
                   WS-CYCLE-DATE
               PERFORM 9996-ABEND-NO-IMAGES
           END-IF
           PERFORM 1600-CONVERT-SUMMARY
           IF WS-RATE-MISSING OR WS-ABORT-RUN
               PERFORM 9995-ABEND-RATES
           END-IF
           PERFORM 2000-APPLY-BACKOUT
           PERFORM 3000-WRITE-REVERSING-BATCH
           PERFORM 3500-WRITE-MASTER-CONTROL
           CLOSE AUDIT-FILE
           CLOSE INDEXED-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           DISPLAY 'Backout complete: ' WS-REMOVED-COUNT ' removed, '
               WS-RESTORED-COUNT ' restored, '
                   ' - master totals start from zero'
           END-IF.

       0180-LOAD-BASE-CURRENCY.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9994-ABEND-CURRENCY-FILE
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
               PERFORM 9994-ABEND-CURRENCY-FILE
           END-IF.

       0190-LOAD-RATES.
      *    The backed-out cycle's own rates, the ones TBLGL posted
      *    at.  1600 decides whether any that are missing matter.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF-RATE-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-RATE-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-CYCLE-DATE
                               PERFORM 0195-STORE-RATE
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

       0195-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 1650-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-CYCLE-DATE
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

       0200-OPEN-FILES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
                   WS-EXTRACT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: GLHIST open failed, status '
                   WS-HISTORY-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: BAKRPT open failed, status '
      *    before the action code existed) are candidates for the
      *    backout - TBLUPDT maintenance images on the cycle date
      *    were never in the GL extract and stay applied.  In the
      *    pre-cycle history a 'D' or 'P' (purged) image means the
      *    key was off the master going into the cycle, so there is
      *    nothing to restore; a 'B' before image is always
      *    followed by its 'C' after image, which is the state that
      *    counts.
           MOVE AUD-ENTRY TO WS-AUDIT-IMAGE
           EVALUATE TRUE
               WHEN AUD-ACTION-CODE = 'B'
           END-IF.

       1400-SET-PRIOR-DISPOSITION.
           IF AUD-ACTION-CODE = 'D' OR AUD-ACTION-CODE = 'P'
               MOVE 'Y' TO WS-PRI-DELETED(WS-PSUB)
           ELSE
               MOVE 'N' TO WS-PRI-DELETED(WS-PSUB)
      *    ledger was cut from OUTFILE, not from IDXFILE, so every
      *    image the cycle wrote must reverse, whatever the master
      *    now holds for the key.
           IF WSE-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE WSE-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GSUB FROM 1 BY 1
                   UNTIL WS-GSUB > WS-SUMMARY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SUM-DATE(WS-GSUB) = WSE-EFFECTIVE-DATE
                   AND WS-SUM-STATUS(WS-GSUB) = WSE-STATUS-CODE
                   AND WS-SUM-CURRENCY(WS-GSUB) = WS-POST-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT WSE-AMOUNT FROM WS-SUM-AMOUNT(WS-GSUB)
                   ADD 1 TO WS-SUM-COUNT(WS-GSUB)
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
                       TO WS-SUM-DATE(WS-SUMMARY-COUNT)
                   MOVE WSE-STATUS-CODE
                       TO WS-SUM-STATUS(WS-SUMMARY-COUNT)
                   MOVE WS-POST-CURRENCY
                       TO WS-SUM-CURRENCY(WS-SUMMARY-COUNT)
                   COMPUTE WS-SUM-AMOUNT(WS-SUMMARY-COUNT) =
                       0 - WSE-AMOUNT
                   MOVE 1 TO WS-SUM-COUNT(WS-SUMMARY-COUNT)
                   ADD 1 TO WS-POSTED-COUNT
               ELSE
                   DISPLAY 'Error: summary table full - record '
                       WSE-RECORD-KEY ' not posted'
               END-IF
           END-IF.

       1600-CONVERT-SUMMARY.
      *    Converted as TBLGL converted them, one posting at a time,
      *    so each reversal is the exact negative of what went to
      *    the ledger.  Runs before 2000 so a missing rate leaves
      *    the master as it was.
           MOVE 0 TO WS-GRAND-AMOUNT
           PERFORM VARYING WS-GSUB FROM 1 BY 1
                   UNTIL WS-GSUB > WS-SUMMARY-COUNT
               IF WS-SUM-CURRENCY(WS-GSUB) = WS-BASE-CURRENCY
                   MOVE 1 TO WS-SUM-RATE(WS-GSUB)
                   MOVE WS-SUM-AMOUNT(WS-GSUB)
                       TO WS-SUM-BASE-AMOUNT(WS-GSUB)
               ELSE
                   PERFORM 1610-CONVERT-FOREIGN-POSTING
               END-IF
               ADD WS-SUM-BASE-AMOUNT(WS-GSUB) TO WS-GRAND-AMOUNT
           END-PERFORM.

       1610-CONVERT-FOREIGN-POSTING.
           MOVE 0 TO WS-SUM-RATE(WS-GSUB)
           MOVE 0 TO WS-SUM-BASE-AMOUNT(WS-GSUB)
           MOVE WS-SUM-CURRENCY(WS-GSUB) TO WS-POST-CURRENCY
           PERFORM 1650-FIND-RATE
           IF NOT WS-RATE-FOUND
               DISPLAY 'Error: no RATFILE rate for currency '
                   WS-POST-CURRENCY ' on cycle date ' WS-CYCLE-DATE
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
                   MOVE WS-RAT-RATE(WS-RATE-HIT)
                       TO WS-SUM-RATE(WS-GSUB)
                   COMPUTE WS-SUM-BASE-AMOUNT(WS-GSUB) ROUNDED =
                       WS-SUM-AMOUNT(WS-GSUB) * WS-SUM-RATE(WS-GSUB)
                       ON SIZE ERROR
                           DISPLAY 'Error: base equivalent of '
                               WS-POST-CURRENCY ' reversal for '
                               WS-SUM-DATE(WS-GSUB) ' '
                               WS-SUM-STATUS(WS-GSUB)
                               ' is too large to post'
                           SET WS-ABORT-RUN TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

       1650-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       2000-APPLY-BACKOUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BACKOUT-COUNT
           MOVE WSE-AMOUNT         TO IDX-AMOUNT
           MOVE WSE-STATUS-CODE    TO IDX-STATUS-CODE
           MOVE WSE-SOURCE-ID      TO IDX-SOURCE-ID
           MOVE WSE-CURRENCY-CODE  TO IDX-CURRENCY-CODE
           REWRITE IDX-RECORD
               INVALID KEY
                   DISPLAY 'Error: restore rewrite failed - '
           MOVE WS-POSTED-COUNT TO GLH-RECORD-COUNT
           MOVE WS-GRAND-AMOUNT TO GLH-AMOUNT-TOTAL
           WRITE EXTRACT-RECORD FROM WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-HISTORY-LINE
           PERFORM 3300-WRITE-HISTORY-RECORD
           PERFORM VARYING WS-GSUB FROM 1 BY 1
                   UNTIL WS-GSUB > WS-SUMMARY-COUNT
               PERFORM 3100-WRITE-REVERSAL-DETAIL
           PERFORM 3200-MAP-STATUS-TO-ACCOUNT
           MOVE WS-SUM-DATE(WS-GSUB)   TO GLD-EFFECTIVE-DATE
           MOVE WS-SUM-STATUS(WS-GSUB) TO GLD-STATUS-CODE
           MOVE WS-SUM-BASE-AMOUNT(WS-GSUB) TO GLD-AMOUNT
           MOVE WS-SUM-COUNT(WS-GSUB)  TO GLD-RECORD-COUNT
           MOVE WS-SUM-CURRENCY(WS-GSUB) TO GLD-CURRENCY-CODE
           MOVE WS-SUM-AMOUNT(WS-GSUB) TO GLD-ORIGINAL-AMOUNT
           MOVE WS-SUM-RATE(WS-GSUB)   TO GLD-EXCHANGE-RATE
           WRITE EXTRACT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-HISTORY-LINE
           PERFORM 3300-WRITE-HISTORY-RECORD.

       3200-MAP-STATUS-TO-ACCOUNT.
      *    A reversal must land on the account the cycle posted to.
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       3300-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           SET GLX-FROM-BACKOUT TO TRUE
           MOVE WS-HISTORY-LINE TO GLX-POSTING
           WRITE HISTORY-RECORD.

       3500-WRITE-MASTER-CONTROL.
           OPEN OUTPUT MASTER-CONTROL-FILE
           IF WS-MASTER-CTL-STATUS NOT = '00'
           MOVE WS-GRAND-AMOUNT   TO TL-REVERSAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9994-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9995-ABEND-RATES.
           DISPLAY 'Fatal: exchange rates incomplete for '
               WS-CYCLE-DATE ' - nothing backed out, job terminated'
           CLOSE AUDIT-FILE
           CLOSE INDEXED-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-NO-IMAGES.
      *    TBLLOAD starts a fresh AUDFILE on every clean load, so a
      *    backout requested after the next cycle has run finds no
           CLOSE AUDIT-FILE
           CLOSE INDEXED-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           CLOSE AUDIT-FILE
           CLOSE INDEXED-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           CLOSE AUDIT-FILE
           CLOSE INDEXED-FILE
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

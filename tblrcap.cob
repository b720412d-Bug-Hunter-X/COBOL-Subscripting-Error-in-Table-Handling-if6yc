      *    TIED BACK TO THE OUTFILE TRAILER COUNT AND HASH; AN OUT
      *    OF BALANCE RECAP ENDS WITH RETURN CODE 8 SO THE NUMBERS
      *    ARE NEVER SETTLED FROM A BROKEN SPOOL.
      *    AMOUNTS ARE HELD IN EACH ENTRY'S OWN CURRENCY, SO THE
      *    STATUS LINES ARE ALSO BROKEN BY CURRENCY AND SHOW THE
      *    ORIGINAL TOTAL BESIDE ITS BASE-CURRENCY EQUIVALENT AT THE
      *    RATFILE RATES FOR THE CYCLE; NET POSITIONS AND THE GRAND
      *    TOTAL ARE IN THE BASE CURRENCY (CURFILE), AND A SECTION
      *    OF TOTALS BY CURRENCY FOLLOWS.  THE TRAILER HASH IS A SUM
      *    OF ORIGINAL AMOUNTS AND IS TIED BACK AS SUCH.  A CURRENCY
      *    WITH NO RATE FOR THE CYCLE IS PRINTED 'NO RATE', LEFT OUT
      *    OF THE BASE TOTALS AND ENDS THE RUN WITH RETURN CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

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
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-SUMMARY-FOUND                VALUE 'Y'.
           05  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-CUR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CURRENCY-FILE            VALUE 'Y'.
           05  WS-RAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-RATE-FILE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-RATE-MISSING-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RATE-MISSING                 VALUE 'Y'.
           05  WS-RECORD-RATE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RECORD-RATED                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SUMMARY-COUNT         PIC 9(3) VALUE 0.
           05  WS-BRANCH-MAX            PIC 9(2) VALUE 9.
           05  WS-GRAND-COUNT           PIC 9(7) VALUE 0.
           05  WS-GRAND-AMOUNT          PIC S9(13)V99 VALUE 0.
           05  WS-GRAND-BASE-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-NO-RATE-COUNT         PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-COUNT         PIC 9(5) VALUE 0.
           05  WS-TRAILER-COUNT         PIC 9(7) VALUE 0.
           05  WS-TRAILER-HASH          PIC S9(13)V99 VALUE 0.
       01  WS-SOURCE-CHECK-R REDEFINES WS-SOURCE-CHECK.
           05  WS-SOURCE-NUM            PIC 9(02).

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-POST-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-RECORD-RATE           PIC 9(05)V9(06) VALUE 0.
           05  WS-RECORD-BASE-AMOUNT    PIC S9(11)V99 VALUE 0.

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

      *    Totals by currency: the base currency plus every rate
      *    table entry, on file or not.
       01  WS-CURRENCY-AREA.
           05  WS-CCY-COUNT             PIC 9(2) VALUE 0.
           05  WS-CCY-MAX               PIC 9(2) VALUE 21.
           05  WS-CCY-SUB               PIC 9(2) VALUE 0.
           05  WS-CCY-HIT               PIC 9(2) VALUE 0.
           05  WS-CCY-TABLE OCCURS 21 TIMES.
               10  WS-CCY-CURRENCY      PIC X(03).
               10  WS-CCY-RATE          PIC 9(05)V9(06).
               10  WS-CCY-RATED         PIC X(01).
               10  WS-CCY-RECORD-COUNT  PIC 9(7).
               10  WS-CCY-AMOUNT        PIC S9(13)V99.
               10  WS-CCY-BASE-AMOUNT   PIC S9(13)V99.

       01  WS-BRANCH-AREA.
           05  WS-BRANCH-TABLE OCCURS 9 TIMES.
               10  WS-BR-COUNT          PIC 9(7).
               10  WS-BR-AMOUNT         PIC S9(13)V99.
               10  WS-BR-NO-RATE-COUNT  PIC 9(7).

       01  WS-SUMMARY-AREA.
           05  WS-SUMMARY-TABLE OCCURS 200 TIMES.
               10  WS-SUM-SOURCE        PIC 9(02).
               10  WS-SUM-STATUS        PIC X(02).
               10  WS-SUM-CURRENCY      PIC X(03).
               10  WS-SUM-RATED         PIC X(01).
               10  WS-SUM-AMOUNT        PIC S9(11)V99.
               10  WS-SUM-BASE-AMOUNT   PIC S9(11)V99.
               10  WS-SUM-COUNT         PIC 9(7).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-AMOUNT                PIC -(11)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-BASE-AMOUNT           PIC -(11)9.99.
           05  SL-BASE-TEXT REDEFINES SL-BASE-AMOUNT
                                        PIC X(15).

       01  WS-NET-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE ' over '.
           05  NL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(08) VALUE ' records'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NL-BASE-CURRENCY         PIC X(03).
           05  NL-NO-RATE-NOTE.
               10  NL-NO-RATE-LEAD      PIC X(12).
               10  NL-NO-RATE-COUNT     PIC ZZZZZZ9.
               10  NL-NO-RATE-TRAIL     PIC X(13).

       01  WS-GRAND-LINE.
           05  FILLER                   PIC X(14)
           05  FILLER                   PIC X(11)
                                        VALUE ' records, '.
           05  GL-AMOUNT                PIC -(13)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GL-BASE-CURRENCY         PIC X(03).

       01  WS-CURRENCY-HEADER-LINE.
           05  FILLER                   PIC X(45)
               VALUE 'Totals by currency       Count      Original'.
           05  FILLER                   PIC X(30)
               VALUE '         Base equiv.     Rate'.

       01  WS-CURRENCY-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  CL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-AMOUNT                PIC -(13)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-BASE-AMOUNT           PIC -(13)9.99.
           05  CL-BASE-TEXT REDEFINES CL-BASE-AMOUNT
                                        PIC X(17).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-RATE                  PIC ZZZZ9.999999.

       01  WS-RECON-COUNT-LINE.
           05  FILLER                   PIC X(16)
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-LOAD-BASE-CURRENCY
           PERFORM 0100-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 2000-PRINT-BRANCH-SECTIONS
           PERFORM 3000-PRINT-GRAND-TOTAL
           PERFORM 3050-PRINT-CURRENCY-TOTALS
           PERFORM 3100-PRINT-RECONCILIATION
           CLOSE TABLE-FILE
           CLOSE REPORT-FILE
           DISPLAY 'Settlement recap complete: ' WS-GRAND-COUNT
               ' records recapped.'
           IF WS-RATE-MISSING
               DISPLAY 'Warning: ' WS-NO-RATE-COUNT
                   ' records have no rate for ' WS-HEADER-CYCLE-DATE
                   ' - left out of the base-currency totals'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0050-LOAD-BASE-CURRENCY.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9997-ABEND-CURRENCY-FILE
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
               PERFORM 9997-ABEND-CURRENCY-FILE
           END-IF
           MOVE 1 TO WS-CCY-COUNT
           MOVE WS-BASE-CURRENCY TO WS-CCY-CURRENCY(1)
           MOVE 1 TO WS-CCY-RATE(1)
           MOVE 'Y' TO WS-CCY-RATED(1)
           MOVE 0 TO WS-CCY-RECORD-COUNT(1)
           MOVE 0 TO WS-CCY-AMOUNT(1)
           MOVE 0 TO WS-CCY-BASE-AMOUNT(1).

       0100-OPEN-FILES.
           OPEN INPUT TABLE-FILE
           IF WS-TABLE-STATUS NOT = '00'
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX
               MOVE 0 TO WS-BR-COUNT(WS-BRANCH-SUB)
               MOVE 0 TO WS-BR-AMOUNT(WS-BRANCH-SUB)
               MOVE 0 TO WS-BR-NO-RATE-COUNT(WS-BRANCH-SUB)
           END-PERFORM.

       0300-LOAD-RATES.
      *    Called once the OUTFILE header has given the cycle date.
      *    No RATFILE just means every foreign currency shows as
      *    having no rate.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF-RATE-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-RATE-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-HEADER-CYCLE-DATE
                               PERFORM 0350-STORE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               IF WS-RATE-STATUS NOT = '35'
                   DISPLAY 'Warning: RATFILE open failed, status '
                       WS-RATE-STATUS
               END-IF
           END-IF.

       0350-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 1350-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-HEADER-CYCLE-DATE
                       ' ignored'
               ELSE
                   IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-CURRENCY-CODE
                           TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                       MOVE RT-RATE TO WS-RAT-RATE(WS-RATE-COUNT)
                       SET WS-RAT-ON-FILE(WS-RATE-COUNT) TO TRUE
                   ELSE
                       DISPLAY 'Warning: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       1000-SUMMARIZE-TABLE.
           PERFORM UNTIL WS-EOF-TABLE
               READ TABLE-FILE
                           WHEN HT-HEADER-RECORD
                               MOVE HT-CYCLE-DATE
                                   TO WS-HEADER-CYCLE-DATE
                               PERFORM 0300-LOAD-RATES
                           WHEN HT-TRAILER-RECORD
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE HT-RECORD-COUNT
      *    is flagged for follow-up instead of silently dropped.
           ADD 1 TO WS-GRAND-COUNT
           ADD WSE-AMOUNT TO WS-GRAND-AMOUNT
           PERFORM 1300-CONVERT-RECORD
           MOVE WSE-SOURCE-ID TO WS-SOURCE-CHECK
           IF WS-SOURCE-CHECK NUMERIC
               AND WS-SOURCE-NUM >= 1
               AND WS-SOURCE-NUM <= WS-BRANCH-MAX
               ADD 1 TO WS-BR-COUNT(WS-SOURCE-NUM)
               ADD WS-RECORD-BASE-AMOUNT
                   TO WS-BR-AMOUNT(WS-SOURCE-NUM)
               IF NOT WS-RECORD-RATED
                   ADD 1 TO WS-BR-NO-RATE-COUNT(WS-SOURCE-NUM)
               END-IF
               PERFORM 1200-POST-TO-STATUS-SUMMARY
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
                   OR WS-SUMMARY-FOUND
               IF WS-SUM-SOURCE(WS-SUB) = WS-SOURCE-NUM
                   AND WS-SUM-STATUS(WS-SUB) = WSE-STATUS-CODE
                   AND WS-SUM-CURRENCY(WS-SUB) = WS-POST-CURRENCY
                   SET WS-SUMMARY-FOUND TO TRUE
                   ADD WSE-AMOUNT TO WS-SUM-AMOUNT(WS-SUB)
                   ADD WS-RECORD-BASE-AMOUNT
                       TO WS-SUM-BASE-AMOUNT(WS-SUB)
                   ADD 1 TO WS-SUM-COUNT(WS-SUB)
                   IF NOT WS-RECORD-RATED
                       MOVE 'N' TO WS-SUM-RATED(WS-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-SUMMARY-FOUND
                       TO WS-SUM-SOURCE(WS-SUMMARY-COUNT)
                   MOVE WSE-STATUS-CODE
                       TO WS-SUM-STATUS(WS-SUMMARY-COUNT)
                   MOVE WS-POST-CURRENCY
                       TO WS-SUM-CURRENCY(WS-SUMMARY-COUNT)
                   MOVE WS-RECORD-RATE-SWITCH
                       TO WS-SUM-RATED(WS-SUMMARY-COUNT)
                   MOVE WSE-AMOUNT
                       TO WS-SUM-AMOUNT(WS-SUMMARY-COUNT)
                   MOVE WS-RECORD-BASE-AMOUNT
                       TO WS-SUM-BASE-AMOUNT(WS-SUMMARY-COUNT)
                   MOVE 1 TO WS-SUM-COUNT(WS-SUMMARY-COUNT)
               ELSE
                   DISPLAY 'Error: summary table full - record '
               END-IF
           END-IF.

       1300-CONVERT-RECORD.
      *    A currency with no rate for the cycle is entered in the
      *    rate table as not on file, so it is reported only once.
           IF WSE-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE WSE-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-RECORD-RATE-SWITCH
           MOVE 0 TO WS-RECORD-RATE
           MOVE 0 TO WS-RECORD-BASE-AMOUNT
           IF WS-POST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RECORD-RATE
               SET WS-RECORD-RATED TO TRUE
           ELSE
               PERFORM 1350-FIND-RATE
               IF WS-RATE-FOUND
                   IF WS-RAT-ON-FILE(WS-RATE-HIT)
                       MOVE WS-RAT-RATE(WS-RATE-HIT)
                           TO WS-RECORD-RATE
                       SET WS-RECORD-RATED TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'Warning: no ' WS-POST-CURRENCY
                       ' rate on RATFILE for ' WS-HEADER-CYCLE-DATE
                   IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-POST-CURRENCY
                           TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                       MOVE 0 TO WS-RAT-RATE(WS-RATE-COUNT)
                       SET WS-RAT-NOT-ON-FILE(WS-RATE-COUNT) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-RECORD-RATED
               COMPUTE WS-RECORD-BASE-AMOUNT ROUNDED =
                   WSE-AMOUNT * WS-RECORD-RATE
                   ON SIZE ERROR
                       DISPLAY 'Warning: record ' WSE-RECORD-KEY
                           ' too large to convert'
                       MOVE 'N' TO WS-RECORD-RATE-SWITCH
                       MOVE 0 TO WS-RECORD-BASE-AMOUNT
               END-COMPUTE
           END-IF
           IF NOT WS-RECORD-RATED
               SET WS-RATE-MISSING TO TRUE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           ADD WS-RECORD-BASE-AMOUNT TO WS-GRAND-BASE-AMOUNT
           PERFORM 1400-POST-TO-CURRENCY-TOTAL.

       1350-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       1400-POST-TO-CURRENCY-TOTAL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR WS-SUMMARY-FOUND
               IF WS-CCY-CURRENCY(WS-CCY-SUB) = WS-POST-CURRENCY
                   SET WS-SUMMARY-FOUND TO TRUE
                   MOVE WS-CCY-SUB TO WS-CCY-HIT
               END-IF
           END-PERFORM
           IF NOT WS-SUMMARY-FOUND
               IF WS-CCY-COUNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-HIT
                   MOVE WS-POST-CURRENCY
                       TO WS-CCY-CURRENCY(WS-CCY-HIT)
                   MOVE WS-RECORD-RATE TO WS-CCY-RATE(WS-CCY-HIT)
                   MOVE WS-RECORD-RATE-SWITCH
                       TO WS-CCY-RATED(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-RECORD-COUNT(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-AMOUNT(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-BASE-AMOUNT(WS-CCY-HIT)
               ELSE
                   DISPLAY 'Warning: currency table full - record '
                       WSE-RECORD-KEY ' not in currency totals'
                   MOVE 0 TO WS-CCY-HIT
               END-IF
           END-IF
           IF WS-CCY-HIT > 0
               ADD 1 TO WS-CCY-RECORD-COUNT(WS-CCY-HIT)
               ADD WSE-AMOUNT TO WS-CCY-AMOUNT(WS-CCY-HIT)
               ADD WS-RECORD-BASE-AMOUNT
                   TO WS-CCY-BASE-AMOUNT(WS-CCY-HIT)
               IF NOT WS-RECORD-RATED
                   MOVE 'N' TO WS-CCY-RATED(WS-CCY-HIT)
               END-IF
           END-IF.

       2000-PRINT-BRANCH-SECTIONS.
           MOVE WS-HEADER-CYCLE-DATE TO RH-CYCLE-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
               IF WS-SUM-SOURCE(WS-SUB) = WS-BRANCH-SUB
                   MOVE SPACES TO WS-STATUS-LINE
                   MOVE WS-SUM-STATUS(WS-SUB) TO SL-STATUS-CODE
                   MOVE WS-SUM-CURRENCY(WS-SUB) TO SL-CURRENCY-CODE
                   MOVE WS-SUM-COUNT(WS-SUB)  TO SL-COUNT
                   MOVE WS-SUM-AMOUNT(WS-SUB) TO SL-AMOUNT
                   IF WS-SUM-RATED(WS-SUB) = 'Y'
                       MOVE WS-SUM-BASE-AMOUNT(WS-SUB)
                           TO SL-BASE-AMOUNT
                   ELSE
                       MOVE '        NO RATE' TO SL-BASE-TEXT
                   END-IF
                   WRITE REPORT-RECORD FROM WS-STATUS-LINE
               END-IF
           END-PERFORM
           MOVE WS-BR-AMOUNT(WS-BRANCH-SUB) TO NL-AMOUNT
           MOVE WS-BR-COUNT(WS-BRANCH-SUB)  TO NL-COUNT
           MOVE WS-BASE-CURRENCY TO NL-BASE-CURRENCY
           IF WS-BR-NO-RATE-COUNT(WS-BRANCH-SUB) > 0
               MOVE ', excluding ' TO NL-NO-RATE-LEAD
               MOVE WS-BR-NO-RATE-COUNT(WS-BRANCH-SUB)
                   TO NL-NO-RATE-COUNT
               MOVE ' with no rate' TO NL-NO-RATE-TRAIL
           ELSE
               MOVE SPACES TO NL-NO-RATE-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-NET-LINE.

       3000-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT  TO GL-COUNT
           MOVE WS-GRAND-BASE-AMOUNT TO GL-AMOUNT
           MOVE WS-BASE-CURRENCY TO GL-BASE-CURRENCY
           WRITE REPORT-RECORD FROM WS-GRAND-LINE.

       3050-PRINT-CURRENCY-TOTALS.
           WRITE REPORT-RECORD FROM WS-CURRENCY-HEADER-LINE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
               MOVE WS-CCY-CURRENCY(WS-CCY-SUB) TO CL-CURRENCY-CODE
               MOVE WS-CCY-RECORD-COUNT(WS-CCY-SUB) TO CL-COUNT
               MOVE WS-CCY-AMOUNT(WS-CCY-SUB) TO CL-AMOUNT
               IF WS-CCY-RATED(WS-CCY-SUB) = 'Y'
                   MOVE WS-CCY-BASE-AMOUNT(WS-CCY-SUB)
                       TO CL-BASE-AMOUNT
               ELSE
                   MOVE '          NO RATE' TO CL-BASE-TEXT
               END-IF
               MOVE WS-CCY-RATE(WS-CCY-SUB) TO CL-RATE
               WRITE REPORT-RECORD FROM WS-CURRENCY-LINE
           END-PERFORM.

       3100-PRINT-RECONCILIATION.
           MOVE WS-TRAILER-COUNT TO RC-TRAILER-COUNT
           MOVE WS-GRAND-COUNT   TO RC-RECAP-COUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-RECON-STATUS-LINE.

       9997-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9998-ABEND-CONTROL.
           DISPLAY 'Fatal: control record mismatch on OUTFILE - '
               'job terminated'

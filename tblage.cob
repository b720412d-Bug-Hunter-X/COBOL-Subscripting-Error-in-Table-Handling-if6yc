      *    TOTALS PRINT PER BUCKET WITHIN EACH WSE-SOURCE-ID AND IN
      *    TOTAL, AND EVERY ITEM PAST 90 DAYS IS LISTED BY KEY WITH
      *    AN ESCALATION FLAG, SO HELD MONEY STOPS SITTING ON THE
      *    MASTER UNTIL A CUSTOMER CALLS ABOUT IT.  THE MONTHLY
      *    WRITE-OFF RUN (TBLWOFF) WORKS OFF THE SAME 90+ ITEMS.
      *    ITEMS ARE HELD IN THEIR OWN CURRENCY, SO BRANCH AND
      *    ALL-BRANCH TOTALS ARE IN THE BASE CURRENCY (CURFILE) AT
      *    THE LATEST RATFILE RATES ON OR BEFORE THE RUN DATE, AND
      *    AN AGING BY CURRENCY SHOWS EACH BUCKET IN THE ORIGINAL
      *    CURRENCY BESIDE ITS BASE EQUIVALENT.  AN ITEM IN A
      *    CURRENCY WITH NO RATE IS LEFT OUT OF THE BASE TOTALS,
      *    SHOWN AS 'NO RATE' AND ENDS THE RUN WITH RETURN CODE 4.

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
       FD  INDEXED-FILE.
               WSE-EFFECTIVE-DATE BY IDX-EFFECTIVE-DATE
               WSE-AMOUNT         BY IDX-AMOUNT
               WSE-STATUS-CODE    BY IDX-STATUS-CODE
               WSE-SOURCE-ID      BY IDX-SOURCE-ID
               WSE-CURRENCY-CODE  BY IDX-CURRENCY-CODE.

       FD  REPORT-FILE
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
           05  WS-INDEXED-STATUS        PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-DATE-OK-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DATE-OK                      VALUE 'Y'.
           05  WS-CUR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CURRENCY-FILE            VALUE 'Y'.
           05  WS-RAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-RATE-FILE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                  VALUE 'Y'.
           05  WS-ITEM-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ITEM-RATED                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(7) VALUE 0.
           05  WS-FLAGGED-COUNT         PIC 9(7) VALUE 0.
           05  WS-BAD-DATE-COUNT        PIC 9(5) VALUE 0.
           05  WS-BAD-AMOUNT-COUNT      PIC 9(5) VALUE 0.
           05  WS-NO-RATE-COUNT         PIC 9(5) VALUE 0.
           05  WS-BRANCH-SUB            PIC 9(2) VALUE 0.
           05  WS-BRANCH-MAX            PIC 9(2) VALUE 9.
           05  WS-BUCKET-SUB            PIC 9(1) VALUE 0.

       01  WS-RUN-DATE                  PIC 9(08) VALUE 0.

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-ITEM-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-ITEM-RATE             PIC 9(05)V9(06) VALUE 0.
           05  WS-ITEM-BASE-AMOUNT      PIC S9(11)V99 VALUE 0.
           05  WS-RATE-DATE             PIC 9(08) VALUE 0.

       01  WS-RATE-AREA.
           05  WS-RATE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RATE-MAX              PIC 9(2) VALUE 20.
           05  WS-RATE-SUB              PIC 9(2) VALUE 0.
           05  WS-RATE-HIT              PIC 9(2) VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES.
               10  WS-RAT-CURRENCY      PIC X(03).
               10  WS-RAT-RATE          PIC 9(05)V9(06).

       01  WS-DATE-FIELDS.
           05  WS-EDIT-DATE             PIC 9(08).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-TOT-COUNT         PIC 9(7).
               10  WS-TOT-AMOUNT        PIC S9(13)V99.

      *    Aging by currency: the base currency first, then each
      *    currency in the order it is met on the master.
       01  WS-CURRENCY-AREA.
           05  WS-CCY-COUNT             PIC 9(2) VALUE 0.
           05  WS-CCY-MAX               PIC 9(2) VALUE 21.
           05  WS-CCY-SUB               PIC 9(2) VALUE 0.
           05  WS-CCY-HIT               PIC 9(2) VALUE 0.
           05  WS-CCY-TABLE OCCURS 21 TIMES.
               10  WS-CCY-CURRENCY      PIC X(03).
               10  WS-CCY-RATED         PIC X(01).
               10  WS-CCY-BUCKET OCCURS 4 TIMES.
                   15  WS-CCB-COUNT     PIC 9(7).
                   15  WS-CCB-AMOUNT    PIC S9(13)V99.
                   15  WS-CCB-BASE      PIC S9(13)V99.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(26)
               VALUE 'Aged open items (HD/RV) '.
           05  BL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-AMOUNT                PIC -(13)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BL-CURRENCY-CODE         PIC X(03).

       01  WS-CURRENCY-HEADER-LINE.
           05  FILLER                   PIC X(08) VALUE 'Currency'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CH-CURRENCY-CODE         PIC X(03).

       01  WS-CURRENCY-BUCKET-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CB-BUCKET-NAME           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CB-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CB-AMOUNT                PIC -(13)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CB-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CB-BASE-AMOUNT           PIC -(13)9.99.
           05  CB-BASE-TEXT REDEFINES CB-BASE-AMOUNT
                                        PIC X(17).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CB-BASE-CURRENCY         PIC X(03).

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(40).
           05  FL-EFFECTIVE-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-BASE-AMOUNT           PIC -(9)9.99.
           05  FL-BASE-TEXT REDEFINES FL-BASE-AMOUNT
                                        PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-LOAD-BASE-CURRENCY
           PERFORM 0100-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0150-INIT-AGING-TABLES
           PERFORM 0200-SET-RUN-DATE
           PERFORM 0250-LOAD-RATES
           PERFORM 0300-PRINT-REPORT-HEADER
           PERFORM 0400-PRINT-FLAGGED-HEADER
           PERFORM 1000-AGE-MASTER-RECORDS
           PERFORM 2000-PRINT-BRANCH-SECTIONS
           PERFORM 3000-PRINT-BUCKET-TOTALS
           PERFORM 3500-PRINT-CURRENCY-SECTIONS
           PERFORM 4000-PRINT-TOTAL-LINE
           CLOSE INDEXED-FILE
           CLOSE REPORT-FILE
           DISPLAY 'Aging report complete: ' WS-OPEN-COUNT
               ' open items, ' WS-FLAGGED-COUNT ' past 90 days.'
           IF WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-LOAD-BASE-CURRENCY.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9998-ABEND-CURRENCY-FILE
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
               PERFORM 9998-ABEND-CURRENCY-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
                   MOVE 0 TO
                       WS-BRB-AMOUNT(WS-BRANCH-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-PERFORM
           MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
           PERFORM 1350-FIND-CURRENCY-TOTALS.

       0200-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       0250-LOAD-RATES.
      *    RATFILE is in cycle-date order: a later day on or before
      *    the run date replaces the rates held so far, leaving the
      *    newest day's.  No RATFILE means only base-currency items
      *    can be totalled.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF-RATE-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-RATE-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE NOT > WS-RUN-DATE
                               AND RT-CYCLE-DATE NOT < WS-RATE-DATE
                               PERFORM 0260-STORE-RATE
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

       0260-STORE-RATE.
           IF RT-CYCLE-DATE > WS-RATE-DATE
               MOVE RT-CYCLE-DATE TO WS-RATE-DATE
               MOVE 0 TO WS-RATE-COUNT
           END-IF
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-ITEM-CURRENCY
               PERFORM 1300-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-RATE-DATE
                       ' ignored'
               ELSE
                   IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-CURRENCY-CODE
                           TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                       MOVE RT-RATE TO WS-RAT-RATE(WS-RATE-COUNT)
                   ELSE
                       DISPLAY 'Warning: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       0300-PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE.
      *    counts them instead of computing on them, and so does
      *    the aging: the item is counted in its bucket but only
      *    usable amounts go into the totals.
           PERFORM 1250-CONVERT-ITEM
           IF IDX-AMOUNT NUMERIC
               ADD WS-ITEM-BASE-AMOUNT
                   TO WS-TOT-AMOUNT(WS-ITEM-BUCKET)
           ELSE
               ADD 1 TO WS-BAD-AMOUNT-COUNT
               DISPLAY 'Warning: record ' IDX-RECORD-KEY
               ADD 1
                   TO WS-BRB-COUNT(WS-SOURCE-NUM, WS-ITEM-BUCKET)
               IF IDX-AMOUNT NUMERIC
                   ADD WS-ITEM-BASE-AMOUNT
                       TO WS-BRB-AMOUNT(WS-SOURCE-NUM,
                           WS-ITEM-BUCKET)
               END-IF
               END-IF
           END-IF.

       1250-CONVERT-ITEM.
      *    Base-currency items convert at one.  An item with no
      *    rate adds nothing to the base totals but is still
      *    counted, and its currency shows as having no rate.
           IF IDX-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
           ELSE
               MOVE IDX-CURRENCY-CODE TO WS-ITEM-CURRENCY
           END-IF
           MOVE 'N' TO WS-ITEM-RATE-SWITCH
           MOVE 0 TO WS-ITEM-BASE-AMOUNT
           IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-ITEM-RATE
               SET WS-ITEM-RATED TO TRUE
           ELSE
               PERFORM 1300-FIND-RATE
               IF WS-RATE-FOUND
                   MOVE WS-RAT-RATE(WS-RATE-HIT) TO WS-ITEM-RATE
                   SET WS-ITEM-RATED TO TRUE
               END-IF
           END-IF
           IF WS-ITEM-RATED AND IDX-AMOUNT NUMERIC
               COMPUTE WS-ITEM-BASE-AMOUNT ROUNDED =
                   IDX-AMOUNT * WS-ITEM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ITEM-RATE-SWITCH
                       MOVE 0 TO WS-ITEM-BASE-AMOUNT
               END-COMPUTE
           END-IF
           PERFORM 1350-FIND-CURRENCY-TOTALS
           IF NOT WS-ITEM-RATED
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY 'Warning: record ' IDX-RECORD-KEY
                   ' has no ' WS-ITEM-CURRENCY ' rate - not in '
                   'base-currency totals'
               IF WS-CCY-HIT > 0
                   MOVE 'N' TO WS-CCY-RATED(WS-CCY-HIT)
               END-IF
           END-IF
           IF WS-CCY-HIT > 0
               ADD 1 TO WS-CCB-COUNT(WS-CCY-HIT, WS-ITEM-BUCKET)
               IF IDX-AMOUNT NUMERIC
                   ADD IDX-AMOUNT
                       TO WS-CCB-AMOUNT(WS-CCY-HIT, WS-ITEM-BUCKET)
                   ADD WS-ITEM-BASE-AMOUNT
                       TO WS-CCB-BASE(WS-CCY-HIT, WS-ITEM-BUCKET)
               END-IF
           END-IF.

       1300-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-ITEM-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       1350-FIND-CURRENCY-TOTALS.
      *    Finds WS-ITEM-CURRENCY's totals, or opens them; WS-CCY-HIT
      *    is zero if the table is full.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CCY-CURRENCY(WS-CCY-SUB) = WS-ITEM-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CCY-SUB TO WS-CCY-HIT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-CCY-COUNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-HIT
                   MOVE WS-ITEM-CURRENCY
                       TO WS-CCY-CURRENCY(WS-CCY-HIT)
                   MOVE 'Y' TO WS-CCY-RATED(WS-CCY-HIT)
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                           UNTIL WS-BUCKET-SUB > 4
                       MOVE 0 TO
                           WS-CCB-COUNT(WS-CCY-HIT, WS-BUCKET-SUB)
                       MOVE 0 TO
                           WS-CCB-AMOUNT(WS-CCY-HIT, WS-BUCKET-SUB)
                       MOVE 0 TO
                           WS-CCB-BASE(WS-CCY-HIT, WS-BUCKET-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY 'Warning: currency table full - record '
                       IDX-RECORD-KEY ' not in currency aging'
               END-IF
           END-IF.

       1200-PRINT-FLAGGED-ITEM.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-FLAGGED-LINE
           ELSE
               MOVE ZERO           TO FL-AMOUNT
           END-IF
           MOVE WS-ITEM-CURRENCY   TO FL-CURRENCY-CODE
           IF WS-ITEM-RATED
               MOVE WS-ITEM-BASE-AMOUNT TO FL-BASE-AMOUNT
           ELSE
               MOVE '      NO RATE' TO FL-BASE-TEXT
           END-IF
           MOVE IDX-STATUS-CODE    TO FL-STATUS-CODE
           MOVE IDX-SOURCE-ID      TO FL-SOURCE-ID
           MOVE WS-ITEM-DAYS       TO FL-DAYS
                   TO BL-COUNT
               MOVE WS-BRB-AMOUNT(WS-BRANCH-SUB, WS-BUCKET-SUB)
                   TO BL-AMOUNT
               MOVE WS-BASE-CURRENCY TO BL-CURRENCY-CODE
               WRITE REPORT-RECORD FROM WS-BUCKET-LINE
           END-PERFORM.

                   TO BL-BUCKET-NAME
               MOVE WS-TOT-COUNT(WS-BUCKET-SUB) TO BL-COUNT
               MOVE WS-TOT-AMOUNT(WS-BUCKET-SUB) TO BL-AMOUNT
               MOVE WS-BASE-CURRENCY TO BL-CURRENCY-CODE
               WRITE REPORT-RECORD FROM WS-BUCKET-LINE
           END-PERFORM.

       3500-PRINT-CURRENCY-SECTIONS.
           MOVE 'AGING BY CURRENCY' TO SL-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
               IF WS-CCB-COUNT(WS-CCY-SUB, 1) > 0
                   OR WS-CCB-COUNT(WS-CCY-SUB, 2) > 0
                   OR WS-CCB-COUNT(WS-CCY-SUB, 3) > 0
                   OR WS-CCB-COUNT(WS-CCY-SUB, 4) > 0
                   PERFORM 3600-PRINT-ONE-CURRENCY
               END-IF
           END-PERFORM.

       3600-PRINT-ONE-CURRENCY.
           MOVE WS-CCY-CURRENCY(WS-CCY-SUB) TO CH-CURRENCY-CODE
           WRITE REPORT-RECORD FROM WS-CURRENCY-HEADER-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE SPACES TO WS-CURRENCY-BUCKET-LINE
               MOVE WS-BUCKET-NAME(WS-BUCKET-SUB)
                   TO CB-BUCKET-NAME
               MOVE WS-CCB-COUNT(WS-CCY-SUB, WS-BUCKET-SUB)
                   TO CB-COUNT
               MOVE WS-CCB-AMOUNT(WS-CCY-SUB, WS-BUCKET-SUB)
                   TO CB-AMOUNT
               MOVE WS-CCY-CURRENCY(WS-CCY-SUB) TO CB-CURRENCY-CODE
               IF WS-CCY-RATED(WS-CCY-SUB) = 'Y'
                   MOVE WS-CCB-BASE(WS-CCY-SUB, WS-BUCKET-SUB)
                       TO CB-BASE-AMOUNT
                   MOVE WS-BASE-CURRENCY TO CB-BASE-CURRENCY
               ELSE
                   MOVE '          NO RATE' TO CB-BASE-TEXT
               END-IF
               WRITE REPORT-RECORD FROM WS-CURRENCY-BUCKET-LINE
           END-PERFORM.

       4000-PRINT-TOTAL-LINE.
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY 'Warning: ' WS-BAD-DATE-COUNT ' open items '
               DISPLAY 'Warning: ' WS-BAD-AMOUNT-COUNT
                   ' open items had non-numeric amounts'
           END-IF
           IF WS-NO-RATE-COUNT > 0
               DISPLAY 'Warning: ' WS-NO-RATE-COUNT
                   ' open items had no exchange rate - not in the '
                   'base-currency totals'
           END-IF
           MOVE WS-OPEN-COUNT    TO TL-OPEN
           MOVE WS-FLAGGED-COUNT TO TL-FLAGGED
           MOVE WS-READ-COUNT    TO TL-READ
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9998-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: required file could not be opened - '
               'job terminated'

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCLOSE.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - MONTH-END CLOSE.
      *    CLOSES AN ACCOUNTING MONTH (CLSPARM, YYYYMM; BY DEFAULT
      *    THE MONTH OF THE LAST CLEAN LOAD ON STATFILE).  RUN
      *    AFTER THE CYCLE FOR THE LAST CALFILE BUSINESS DAY OF THE
      *    MONTH HAS LOADED AND BEFORE THE NEXT ONE: THE LAST CLEAN
      *    LOAD MUST BE THAT DAY, OR THE MASTER IS NOT AS IT STOOD
      *    AT MONTH END AND THE RUN STOPS.  THE INDEXED MASTER
      *    (IDXFILE) IS ONLY READ - EVERY RECORD IS COPIED TO THE
      *    FROZEN SNAPSHOT CLSSNAP (HDR WITH THE BUSINESS DAY, TRL
      *    WITH COUNT AND WSE-AMOUNT HASH, CHECKED AGAINST IDXCTL)
      *    AND SUMMED INTO CLOSING BALANCES BY STSFILE GL ACCOUNT,
      *    WSE-SOURCE-ID AND CURRENCY, EACH VALUED IN THE BASE
      *    CURRENCY AT THE RATFILE RATES FOR THE BUSINESS DAY,
      *    PRINTED ON CLSRPT AND WRITTEN TO CLSNEW FOR THE
      *    SCHEDULER TO SWAP IN AS CLSBAL.  THE PROOF, BY GL
      *    ACCOUNT AND CURRENCY AND IN THE BASE CURRENCY THE LEDGER
      *    IS KEPT IN, IS: LAST MONTH'S CLOSING BALANCES (CLSBAL)
      *    PLUS EVERYTHING SENT TO THE LEDGER SINCE - THE TBLGL
      *    EXTRACTS, TBLBACK REVERSALS AND TBLWOFF WRITE-OFF
      *    JOURNALS KEPT ON THE GL POSTING HISTORY (GLHIST), AT THE
      *    BASE AMOUNTS THE LEDGER WAS SENT - LESS WHAT TBLPURG HAS
      *    TAKEN OFF THE MASTER SINCE THE LAST CLOSE (THE IMAGES
      *    ON ITS PURGE JOURNAL, PRGJNL), PLUS THE REVALUATION OF
      *    A FOREIGN BALANCE TO THE NEW RATE, MUST EQUAL THIS
      *    MONTH'S CLOSING BALANCE.  THE DIFFERENCE IS STRUCK IN
      *    THE CURRENCY ITSELF AND ONLY THEN VALUED, SO A RATE
      *    MOVEMENT NEVER SHOWS AS ONE.  EVERY LINE THAT DOES NOT
      *    PROVE IS FLAGGED AND THE RUN ENDS WITH RETURN CODE 4;
      *    MAINTENANCE APPLIED BY TBLUPDT IS NOT POSTED BY TBLGL,
      *    SO IT SHOWS HERE FOR ACCOUNTING TO JOURNAL.  A CURRENCY
      *    WITH NO RATE FOR THE BUSINESS DAY STOPS THE CLOSE.
      *    A CLEAN CLOSE THEN MOVES THE POSTINGS IT PROVED TO THE
      *    ARCHIVE (GLHARC), KEEPS ON GLHIST ONLY BATCHES DATED
      *    AFTER THE BUSINESS DAY, MOVES THE PURGE IMAGES IT TOOK
      *    TO PRGJARC AND EMPTIES PRGJNL, AND REWRITES PERCTL WITH THE
      *    CLOSED PERIOD - FROM THEN ON TBLUPDT REJECTS ANY
      *    TRANSACTION DATED IN IT WITHOUT A CONTROLLER OVERRIDE.
      *    A PERIOD ALREADY CLOSED IS NEVER CLOSED AGAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "CLSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT STATUS-FILE ASSIGN TO "STSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTICS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT MASTER-CONTROL-FILE ASSIGN TO "IDXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

           SELECT OPENING-FILE ASSIGN TO "CLSBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-STATUS.

           SELECT INDEXED-FILE ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "CLSSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "GLHARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO "GLHWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CLOSING-FILE ASSIGN TO "CLSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PURGE-JOURNAL ASSIGN TO "PRGJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO "PRGJARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-ARCHIVE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  CLP-PERIOD               PIC 9(06).
           05  FILLER                   PIC X(74).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           COPY STSREF.

       FD  STATISTICS-FILE
           RECORDING MODE IS F.
       01  STATISTICS-RECORD.
           COPY STATREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CAL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD.
           COPY PERCTL.

       FD  MASTER-CONTROL-FILE
           RECORDING MODE IS F.
       01  MASTER-CONTROL-RECORD.
           COPY IDXCTL.

       FD  OPENING-FILE
           RECORDING MODE IS F.
       01  OPENING-RECORD.
           COPY CLSBAL.

       FD  INDEXED-FILE.
       01  IDX-RECORD.
           COPY WSENTRY REPLACING
               WS-ENTRY           BY IDX-ENTRY
               WSE-RECORD-KEY     BY IDX-RECORD-KEY
               WSE-EFFECTIVE-DATE BY IDX-EFFECTIVE-DATE
               WSE-AMOUNT         BY IDX-AMOUNT
               WSE-STATUS-CODE    BY IDX-STATUS-CODE
               WSE-SOURCE-ID      BY IDX-SOURCE-ID
               WSE-CURRENCY-CODE  BY IDX-CURRENCY-CODE.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD              PIC X(80).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY GLHIST.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(82).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                  PIC X(82).

       FD  CLOSING-FILE
           RECORDING MODE IS F.
       01  CLOSING-RECORD.
           COPY CLSBAL REPLACING
               CB-PERIOD          BY CBN-PERIOD
               CB-GL-ACCOUNT      BY CBN-GL-ACCOUNT
               CB-SOURCE-ID       BY CBN-SOURCE-ID
               CB-RECORD-COUNT    BY CBN-RECORD-COUNT
               CB-BALANCE         BY CBN-BALANCE
               CB-CURRENCY-CODE   BY CBN-CURRENCY-CODE
               CB-BASE-BALANCE    BY CBN-BASE-BALANCE.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           COPY RATREF.

       FD  PURGE-JOURNAL
           RECORDING MODE IS F.
       01  PURGE-JOURNAL-RECORD.
           COPY PRGJNL.

       FD  PURGE-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  PURGE-ARCHIVE-RECORD         PIC X(94).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
           05  WS-PERIOD-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-MASTER-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-OPENING-STATUS        PIC X(02) VALUE '00'.
           05  WS-INDEXED-STATUS        PIC X(02) VALUE '00'.
           05  WS-SNAPSHOT-STATUS       PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS        PIC X(02) VALUE '00'.
           05  WS-WORK-STATUS           PIC X(02) VALUE '00'.
           05  WS-CLOSING-STATUS        PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.
           05  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
           05  WS-PURGE-ARCHIVE-STATUS  PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                  VALUE 'Y'.
           05  WS-CONTROL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-ON-FILE              VALUE 'Y'.
           05  WS-AGREE-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SNAPSHOT-AGREES              VALUE 'Y'.
           05  WS-OPENING-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-OPENING-ON-FILE              VALUE 'Y'.
           05  WS-HISTORY-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-HISTORY-ON-FILE              VALUE 'Y'.
           05  WS-JOURNAL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-JOURNAL-ON-FILE              VALUE 'Y'.
           05  WS-PROVED-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-PROVED-USABLE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-BATCH-STATE           PIC X(01) VALUE 'N'.
               88  WS-BATCH-NONE                   VALUE 'N'.
               88  WS-BATCH-INCLUDED               VALUE 'I'.
               88  WS-BATCH-SUPERSEDED             VALUE 'S'.
               88  WS-BATCH-LATER                  VALUE 'L'.
               88  WS-BATCH-UNUSABLE               VALUE 'X'.

       01  WS-CONSTANTS.
           05  WS-UNMAPPED-ACCOUNT      PIC X(08) VALUE '????????'.
           05  WS-BALANCE-MAX           PIC 9(03) VALUE 500.
           05  WS-PROOF-MAX             PIC 9(03) VALUE 150.
           05  WS-BATCH-MAX             PIC 9(03) VALUE 200.
           05  WS-CUT-MAX               PIC 9(03) VALUE 20.

       01  WS-COUNTERS.
           05  WS-SNAP-COUNT            PIC 9(7) VALUE 0.
           05  WS-BAD-AMOUNT-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNMAPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-OPENING-COUNT         PIC 9(5) VALUE 0.
           05  WS-HISTORY-COUNT         PIC 9(7) VALUE 0.
           05  WS-POSTING-COUNT         PIC 9(7) VALUE 0.
           05  WS-SUPERSEDED-COUNT      PIC 9(5) VALUE 0.
           05  WS-LATER-COUNT           PIC 9(5) VALUE 0.
           05  WS-UNUSABLE-COUNT        PIC 9(5) VALUE 0.
           05  WS-ARCHIVED-COUNT        PIC 9(7) VALUE 0.
           05  WS-KEPT-COUNT            PIC 9(7) VALUE 0.
           05  WS-PURGED-COUNT          PIC 9(7) VALUE 0.
           05  WS-JOURNAL-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-DIFFERENCE-COUNT      PIC 9(3) VALUE 0.
           05  WS-BALANCE-COUNT         PIC 9(3) VALUE 0.
           05  WS-PROOF-COUNT           PIC 9(3) VALUE 0.
           05  WS-BATCH-COUNT           PIC 9(3) VALUE 0.
           05  WS-SUB                   PIC 9(3) VALUE 0.
           05  WS-SHIFT-SUB             PIC 9(3) VALUE 0.
           05  WS-BAL-SUB               PIC 9(3) VALUE 0.
           05  WS-PRF-SUB               PIC 9(3) VALUE 0.
           05  WS-BAT-SUB               PIC 9(3) VALUE 0.
           05  WS-CUT-SUB               PIC 9(3) VALUE 0.
           05  WS-ACCOUNT-RECORDS       PIC 9(7) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  WS-SNAP-HASH             PIC S9(13)V99 VALUE 0.
           05  WS-EXPECTED-COUNT        PIC 9(7) VALUE 0.
           05  WS-EXPECTED-HASH         PIC S9(13)V99 VALUE 0.
           05  WS-ACCOUNT-BALANCE       PIC S9(13)V99 VALUE 0.
           05  WS-MASTER-BASE-TOTAL     PIC S9(13)V99 VALUE 0.
           05  WS-DIFFERENCE            PIC S9(13)V99 VALUE 0.
           05  WS-OWN-DIFFERENCE        PIC S9(13)V99 VALUE 0.
           05  WS-PURGED-BASE           PIC S9(13)V99 VALUE 0.
           05  WS-REVALUATION           PIC S9(13)V99 VALUE 0.

       01  WS-PROOF-TOTALS.
           05  WS-TOT-OPENING           PIC S9(13)V99 VALUE 0.
           05  WS-TOT-GL                PIC S9(13)V99 VALUE 0.
           05  WS-TOT-BACKOUT           PIC S9(13)V99 VALUE 0.
           05  WS-TOT-WRITE-OFF         PIC S9(13)V99 VALUE 0.
           05  WS-TOT-PURGED            PIC S9(13)V99 VALUE 0.
           05  WS-TOT-REVALUATION       PIC S9(13)V99 VALUE 0.
           05  WS-TOT-CLOSING           PIC S9(13)V99 VALUE 0.
           05  WS-TOT-DIFFERENCE        PIC S9(13)V99 VALUE 0.

       01  WS-PERIOD-FIELDS.
           05  WS-CLOSE-PERIOD          PIC 9(06) VALUE 0.
           05  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
               10  WS-CP-YEAR           PIC 9(04).
               10  WS-CP-MONTH          PIC 9(02).
           05  WS-PRIOR-PERIOD          PIC 9(06) VALUE 0.
           05  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
               10  WS-PP-YEAR           PIC 9(04).
               10  WS-PP-MONTH          PIC 9(02).
           05  WS-CLOSED-PERIOD         PIC 9(06) VALUE 0.
           05  WS-OPENING-PERIOD        PIC 9(06) VALUE 0.
           05  WS-LAST-LOADED-DATE      PIC 9(08) VALUE 0.
           05  WS-LAST-LOADED-DATE-R REDEFINES WS-LAST-LOADED-DATE.
               10  WS-LL-PERIOD         PIC 9(06).
               10  FILLER               PIC 9(02).
           05  WS-CLOSE-DATE            PIC 9(08) VALUE 0.
           05  WS-CALENDAR-DATE         PIC 9(08) VALUE 0.
           05  WS-CALENDAR-DATE-R REDEFINES WS-CALENDAR-DATE.
               10  WS-CD-PERIOD         PIC 9(06).
               10  FILLER               PIC 9(02).
           05  WS-PRIOR-CLOSE-STAMP     PIC X(14) VALUE SPACES.
           05  WS-PURGE-STAMP.
               10  WS-PS-DATE           PIC X(08).
               10  WS-PS-TIME           PIC X(06).

       01  WS-CURRENT-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-TIMESTAMP-R REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CT-YYYYMMDD           PIC 9(08).
           05  FILLER                   PIC X(13).

       01  WS-RUN-DATE                  PIC 9(08) VALUE 0.

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-KEY            PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-CODE           PIC X(02) VALUE SPACES.
           05  WS-PROOF-KEY.
               10  WS-LOOKUP-ACCOUNT    PIC X(08) VALUE SPACES.
               10  WS-LOOKUP-CURRENCY   PIC X(03) VALUE SPACES.
           05  WS-BALANCE-KEY.
               10  WS-BK-ACCOUNT        PIC X(08).
               10  WS-BK-SOURCE         PIC X(02).
               10  WS-BK-CURRENCY       PIC X(03).
           05  WS-CURRENT-ORIGIN        PIC X(02) VALUE SPACES.
           05  WS-NEXT-ORIGIN           PIC X(02) VALUE SPACES.

       01  WS-STATUS-REF-AREA.
           05  WS-STATUS-COUNT          PIC 9(2) VALUE 0.
           05  WS-STATUS-MAX            PIC 9(2) VALUE 20.
           05  WS-STS-SUB               PIC 9(2) VALUE 0.
           05  WS-STATUS-TABLE OCCURS 20 TIMES.
               10  WS-STS-CODE          PIC X(02).
               10  WS-STS-ACCOUNT       PIC X(08).

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-POST-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-CLOSE-RATE            PIC 9(05)V9(06) VALUE 0.

      *    The rates treasury sent for the business day closed.
       01  WS-RATE-AREA.
           05  WS-RATE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RATE-MAX              PIC 9(2) VALUE 20.
           05  WS-RATE-SUB              PIC 9(2) VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES.
               10  WS-RAT-CURRENCY      PIC X(03).
               10  WS-RAT-RATE          PIC 9(05)V9(06).

      *    Closing balances, kept in account, source and currency
      *    order as they are found so the report and CLSNEW come
      *    out sorted.  The amount is in the balance's currency,
      *    the base amount its value at the business day's rate.
       01  WS-BALANCE-AREA.
           05  WS-BALANCE-TABLE OCCURS 500 TIMES.
               10  WS-BAL-KEY.
                   15  WS-BAL-ACCOUNT   PIC X(08).
                   15  WS-BAL-SOURCE    PIC X(02).
                   15  WS-BAL-CURRENCY  PIC X(03).
               10  WS-BAL-COUNT         PIC 9(07).
               10  WS-BAL-AMOUNT        PIC S9(13)V99.
               10  WS-BAL-BASE-AMOUNT   PIC S9(13)V99.

      *    One line of the proof per GL account and currency, in
      *    that order.  Each movement is held in the currency as
      *    the master moved and in the base currency as the ledger
      *    was sent it; purges reached no ledger and are valued at
      *    the business day's rate when the line is printed.
       01  WS-PROOF-AREA.
           05  WS-PROOF-TABLE OCCURS 150 TIMES.
               10  WS-PRF-KEY.
                   15  WS-PRF-ACCOUNT   PIC X(08).
                   15  WS-PRF-CURRENCY  PIC X(03).
               10  WS-PRF-OPENING       PIC S9(13)V99.
               10  WS-PRF-OPENING-BASE  PIC S9(13)V99.
               10  WS-PRF-GL            PIC S9(13)V99.
               10  WS-PRF-GL-BASE       PIC S9(13)V99.
               10  WS-PRF-BACKOUT       PIC S9(13)V99.
               10  WS-PRF-BACKOUT-BASE  PIC S9(13)V99.
               10  WS-PRF-WRITE-OFF     PIC S9(13)V99.
               10  WS-PRF-WRITE-OFF-BASE
                                        PIC S9(13)V99.
               10  WS-PRF-PURGED        PIC S9(13)V99.
               10  WS-PRF-CLOSING       PIC S9(13)V99.
               10  WS-PRF-CLOSING-BASE  PIC S9(13)V99.

      *    Every GL and BK batch on GLHIST by cycle date, with the
      *    origin of each cut in the order it was cut.  A cut is
      *    superseded only when the next cut for the same date came
      *    from the same job - a rerun straight over it.  A GL cut
      *    TBLBACK reversed before the extract was cut again stays
      *    in alongside its reversal, since the ledger took both.
       01  WS-BATCH-AREA.
           05  WS-BATCH-TABLE OCCURS 200 TIMES.
               10  WS-BAT-DATE          PIC 9(08).
               10  WS-BAT-SEEN          PIC 9(03).
               10  WS-BAT-USED          PIC 9(03).
               10  WS-BAT-CUT-ORIGIN    PIC X(02) OCCURS 20 TIMES.

       01  WS-PROVED-AMOUNT             PIC S9(11)V99 VALUE 0.

       01  WS-PURGE-IMAGE.
           COPY WSENTRY REPLACING
               WS-ENTRY           BY PRG-ENTRY
               WSE-RECORD-KEY     BY PRG-RECORD-KEY
               WSE-EFFECTIVE-DATE BY PRG-EFFECTIVE-DATE
               WSE-AMOUNT         BY PRG-AMOUNT
               WSE-STATUS-CODE    BY PRG-STATUS-CODE
               WSE-SOURCE-ID      BY PRG-SOURCE-ID
               WSE-CURRENCY-CODE  BY PRG-CURRENCY-CODE.

       01  WS-POSTING.
           05  PST-RECORD-TYPE          PIC X(02).
               88  PST-BATCH-HEADER                VALUE 'BH'.
               88  PST-BATCH-DETAIL                VALUE 'BD'.
           05  PST-DATA                 PIC X(78).
           05  PST-HEADER-DATA REDEFINES PST-DATA.
               10  PST-CYCLE-DATE       PIC 9(08).
               10  FILLER               PIC X(70).
           05  PST-DETAIL-DATA REDEFINES PST-DATA.
               10  PST-GL-ACCOUNT       PIC X(08).
               10  PST-EFFECTIVE-DATE   PIC 9(08).
               10  PST-STATUS-CODE      PIC X(02).
               10  PST-AMOUNT           PIC S9(11)V99.
               10  PST-RECORD-COUNT     PIC 9(07).
               10  PST-CURRENCY-CODE    PIC X(03).
               10  PST-ORIGINAL-AMOUNT  PIC S9(11)V99.
               10  PST-EXCHANGE-RATE    PIC 9(05)V9(06).
               10  FILLER               PIC X(13).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(25)
                                   VALUE 'Month-end close - period '.
           05  RH-CLOSE-PERIOD          PIC 9(06).
           05  FILLER                   PIC X(15)
                                        VALUE ', master as of '.
           05  RH-CLOSE-DATE            PIC 9(08).
           05  FILLER                   PIC X(17)
                                        VALUE ', opening period '.
           05  RH-OPENING-PERIOD        PIC X(06).
           05  FILLER                   PIC X(06) VALUE ', run '.
           05  RH-RUN-DATE              PIC 9(08).

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(60).

       01  WS-BALANCE-COLUMN-LINE.
           05  FILLER                   PIC X(10) VALUE 'Account'.
           05  FILLER                   PIC X(04) VALUE 'Src'.
           05  FILLER                   PIC X(05) VALUE 'Cur'.
           05  FILLER                   PIC X(07) VALUE 'Records'.
           05  FILLER                   PIC X(19)
                                        VALUE '            Balance'.
           05  FILLER                   PIC X(19)
                                        VALUE '    Base equivalent'.

       01  WS-BALANCE-LINE.
           05  BL-ACCOUNT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-BALANCE               PIC -(13)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-BASE-BALANCE          PIC -(13)9.99.

      *    Totals add currencies together, so only in the base.
       01  WS-BALANCE-TOTAL-LINE.
           05  BT-TITLE                 PIC X(19).
           05  BT-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  BT-BASE-BALANCE          PIC -(13)9.99.

       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                   PIC X(09) VALUE 'Account'.
           05  FILLER                   PIC X(03) VALUE 'Cur'.
           05  FILLER                   PIC X(14)
                                        VALUE '       Opening'.
           05  FILLER                   PIC X(14)
                                        VALUE '   GL postings'.
           05  FILLER                   PIC X(14)
                                        VALUE '     Reversals'.
           05  FILLER                   PIC X(14)
                                        VALUE '    Write-offs'.
           05  FILLER                   PIC X(14)
                                        VALUE '        Purged'.
           05  FILLER                   PIC X(14)
                                        VALUE '   Revaluation'.
           05  FILLER                   PIC X(14)
                                        VALUE '       Closing'.
           05  FILLER                   PIC X(14)
                                        VALUE '    Difference'.

       01  WS-PROOF-LINE.
           05  PL-ACCOUNT               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-OPENING               PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-GL                    PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-BACKOUT               PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-WRITE-OFF             PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-PURGED                PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-REVALUATION           PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-CLOSING               PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-DIFFERENCE            PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-FLAG                  PIC X(07).

       01  WS-SNAPSHOT-LINE.
           05  FILLER                   PIC X(18)
                                        VALUE 'Snapshot CLSSNAP: '.
           05  SN-COUNT                 PIC ZZZZZZ9.
           05  FILLER                   PIC X(17)
                                        VALUE ' records, amount '.
           05  SN-HASH                  PIC -(13)9.99.
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  SN-RESULT                PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE 'Postings: '.
           05  TL-POSTINGS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(14)
                                        VALUE ', superseded: '.
           05  TL-SUPERSEDED            PIC ZZZZ9.
           05  FILLER                   PIC X(20)
                                        VALUE ', after period end: '.
           05  TL-LATER                 PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE ', unusable: '.
           05  TL-UNUSABLE              PIC ZZZZ9.
           05  FILLER                   PIC X(10) VALUE ', purged: '.
           05  TL-PURGED                PIC ZZZZZZ9.
           05  FILLER                   PIC X(15)
                                        VALUE ', differences: '.
           05  TL-DIFFERENCES           PIC ZZ9.

       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X(40)
                       VALUE 'Master exceptions - non-numeric amount: '.
           05  EL-BAD-AMOUNT            PIC ZZZZZZ9.
           05  FILLER                   PIC X(25)
                                 VALUE ', status not on STSFILE: '.
           05  EL-UNMAPPED              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-READ-PARAMETER
           PERFORM 0150-LOAD-STATUS-TABLE
           PERFORM 0200-FIND-LAST-LOAD
           PERFORM 0250-SET-CLOSE-PERIOD
           PERFORM 0300-FIND-LAST-BUSINESS-DAY
           PERFORM 0350-CHECK-PERIOD-CONTROL
           IF WS-ABORT-RUN
               PERFORM 9998-ABEND-REFUSED
           END-IF
           PERFORM 0400-READ-MASTER-CONTROL
           PERFORM 0420-LOAD-BASE-CURRENCY
           PERFORM 0430-LOAD-RATES
           PERFORM 0500-LOAD-OPENING-BALANCES
           IF WS-ABORT-RUN
               PERFORM 9998-ABEND-REFUSED
           END-IF
           PERFORM 0600-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 1000-SNAPSHOT-MASTER
           PERFORM 2000-SCAN-GL-HISTORY
           PERFORM 2600-SCAN-PURGES
           PERFORM 2800-TAKE-CLOSING-BALANCES
           PERFORM 3000-PRINT-BALANCES
           PERFORM 3500-PRINT-PROOF
           PERFORM 4000-WRITE-CLOSING-BALANCES
           PERFORM 5000-ARCHIVE-GL-HISTORY
           PERFORM 5200-ARCHIVE-PURGE-JOURNAL
           PERFORM 5500-WRITE-PERIOD-CONTROL
           PERFORM 5800-REBUILD-GL-HISTORY
           PERFORM 5900-EMPTY-PURGE-JOURNAL
           CLOSE REPORT-FILE
           DISPLAY 'Month-end close complete: period '
               WS-CLOSE-PERIOD ' closed as of ' WS-CLOSE-DATE ', '
               WS-SNAP-COUNT ' records, ' WS-DIFFERENCE-COUNT
               ' accounts with differences'
           IF WS-DIFFERENCE-COUNT > 0
               OR WS-BAD-AMOUNT-COUNT > 0
               OR WS-UNMAPPED-COUNT > 0
               OR WS-UNUSABLE-COUNT > 0
               OR NOT WS-SNAPSHOT-AGREES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-PARAMETER.
      *    No CLSPARM (or a card that is not a month) closes the
      *    month of the last clean load - set in 0250.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLP-PERIOD NUMERIC
                           MOVE CLP-PERIOD TO WS-CLOSE-PERIOD
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
               IF WS-CLOSE-PERIOD > 0
                   AND (WS-CP-MONTH < 1 OR WS-CP-MONTH > 12
                        OR WS-CP-YEAR < 1900 OR WS-CP-YEAR > 2099)
                   DISPLAY 'CLSPARM period ' WS-CLOSE-PERIOD
                       ' is not a month - using default'
                   MOVE 0 TO WS-CLOSE-PERIOD
               END-IF
           ELSE
               DISPLAY 'CLSPARM not found - closing the month of '
                   'the last clean load'
           END-IF.

       0150-LOAD-STATUS-TABLE.
      *    The balances are by the GL account STSFILE gives each
      *    code - the same mapping TBLGL posts with.
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'Error: STSFILE open failed, status '
                   WS-STATUS-FILE-STATUS
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ STATUS-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0160-STORE-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           IF WS-STATUS-COUNT = 0
               DISPLAY 'Error: STSFILE is empty'
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0160-STORE-STATUS-CODE.
           IF WS-STATUS-COUNT < WS-STATUS-MAX
               ADD 1 TO WS-STATUS-COUNT
               MOVE STS-STATUS-CODE
                   TO WS-STS-CODE(WS-STATUS-COUNT)
               MOVE STS-GL-ACCOUNT
                   TO WS-STS-ACCOUNT(WS-STATUS-COUNT)
           ELSE
               DISPLAY 'Error: status table full - code '
                   STS-STATUS-CODE ' not loaded'
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0200-FIND-LAST-LOAD.
      *    The master is as it stood at month end only while the
      *    last clean load is the month's last business day.
           OPEN INPUT STATISTICS-FILE
           IF WS-STATISTICS-STATUS NOT = '00'
               DISPLAY 'Error: STATFILE open failed, status '
                   WS-STATISTICS-STATUS
               PERFORM 9998-ABEND-REFUSED
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ STATISTICS-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF ST-RETURN-CODE = 0
                           AND ST-CYCLE-DATE NUMERIC
                           AND ST-CYCLE-DATE > WS-LAST-LOADED-DATE
                           MOVE ST-CYCLE-DATE TO WS-LAST-LOADED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATISTICS-FILE
           IF WS-LAST-LOADED-DATE = 0
               DISPLAY 'Error: no clean load on STATFILE'
               PERFORM 9998-ABEND-REFUSED
           END-IF.

       0250-SET-CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD = 0
               MOVE WS-LL-PERIOD TO WS-CLOSE-PERIOD
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PP-MONTH = 1
               SUBTRACT 1 FROM WS-PP-YEAR
               MOVE 12 TO WS-PP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PP-MONTH
           END-IF
           DISPLAY 'Closing period ' WS-CLOSE-PERIOD.

       0300-FIND-LAST-BUSINESS-DAY.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'Error: CALFILE open failed, status '
                   WS-CALENDAR-STATUS
               PERFORM 9998-ABEND-REFUSED
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ CALENDAR-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF CAL-BUSINESS-DATE NUMERIC
                           MOVE CAL-BUSINESS-DATE
                               TO WS-CALENDAR-DATE
                           IF WS-CD-PERIOD = WS-CLOSE-PERIOD
                               AND WS-CALENDAR-DATE > WS-CLOSE-DATE
                               MOVE WS-CALENDAR-DATE
                                   TO WS-CLOSE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           EVALUATE TRUE
               WHEN WS-CLOSE-DATE = 0
                   DISPLAY 'Error: no business day for period '
                       WS-CLOSE-PERIOD ' on CALFILE'
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-LAST-LOADED-DATE < WS-CLOSE-DATE
                   DISPLAY 'Error: last business day ' WS-CLOSE-DATE
                       ' has not loaded clean - last clean load '
                       WS-LAST-LOADED-DATE
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-LAST-LOADED-DATE > WS-CLOSE-DATE
                   DISPLAY 'Error: cycle ' WS-LAST-LOADED-DATE
                       ' has loaded since ' WS-CLOSE-DATE
                       ' - the master is past month end'
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'Master as of last business day '
                       WS-CLOSE-DATE
           END-EVALUATE.

       0350-CHECK-PERIOD-CONTROL.
      *    No PERCTL means no month has been closed yet.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CTL-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-CLOSED-PERIOD NUMERIC
                           MOVE PC-CLOSED-PERIOD
                               TO WS-CLOSED-PERIOD
                       END-IF
                       MOVE PC-CLOSE-TIMESTAMP
                           TO WS-PRIOR-CLOSE-STAMP
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               IF WS-PERIOD-CTL-STATUS NOT = '35'
                   DISPLAY 'Error: PERCTL open failed, status '
                       WS-PERIOD-CTL-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-CLOSED-PERIOD NOT < WS-CLOSE-PERIOD
               DISPLAY 'Error: period ' WS-CLOSE-PERIOD
                   ' is already closed - PERCTL shows '
                   WS-CLOSED-PERIOD
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-CLOSED-PERIOD > 0
               AND WS-CLOSED-PERIOD < WS-PRIOR-PERIOD
               DISPLAY 'Warning: last period closed was '
                   WS-CLOSED-PERIOD ' - ' WS-PRIOR-PERIOD
                   ' was never closed'
           END-IF.

       0400-READ-MASTER-CONTROL.
      *    The snapshot is balanced to IDXCTL when there is one;
      *    without it the close goes on and says so.
           OPEN INPUT MASTER-CONTROL-FILE
           IF WS-MASTER-CTL-STATUS = '00'
               READ MASTER-CONTROL-FILE
                   AT END
                       DISPLAY 'Warning: IDXCTL is empty'
                   NOT AT END
                       SET WS-CONTROL-ON-FILE TO TRUE
                       MOVE IC-RECORD-COUNT TO WS-EXPECTED-COUNT
                       MOVE IC-AMOUNT-HASH  TO WS-EXPECTED-HASH
               END-READ
               CLOSE MASTER-CONTROL-FILE
           ELSE
               DISPLAY 'Warning: IDXCTL open failed, status '
                   WS-MASTER-CTL-STATUS
                   ' - snapshot not balanced to it'
           END-IF.

       0420-LOAD-BASE-CURRENCY.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9994-ABEND-CURRENCY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ CURRENCY-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
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

       0430-LOAD-RATES.
      *    The balances are valued at the rates for the business
      *    day closed.  No RATFILE only matters if a foreign
      *    balance has to be valued - 2800 stops the close then.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-CLOSE-DATE
                               PERFORM 0440-STORE-RATE
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

       0440-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 2900-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-CLOSE-DATE
                       ' ignored'
               ELSE
                   IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-CURRENCY-CODE
                           TO WS-RAT-CURRENCY(WS-RATE-COUNT)
                       MOVE RT-RATE TO WS-RAT-RATE(WS-RATE-COUNT)
                   ELSE
                       DISPLAY 'Error: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       0500-LOAD-OPENING-BALANCES.
      *    Last month's closing balances are this month's opening.
      *    With none (the first close) every account opens at zero
      *    and the proof shows the whole balance as a difference.
           OPEN INPUT OPENING-FILE
           IF WS-OPENING-STATUS = '00'
               SET WS-OPENING-ON-FILE TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ OPENING-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0510-TAKE-OPENING-BALANCE
                   END-READ
               END-PERFORM
               CLOSE OPENING-FILE
           ELSE
               IF WS-OPENING-STATUS = '35'
                   DISPLAY 'Warning: no CLSBAL - opening balances '
                       'taken as zero'
               ELSE
                   DISPLAY 'Error: CLSBAL open failed, status '
                       WS-OPENING-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-OPENING-ON-FILE
               AND WS-OPENING-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY 'Warning: opening balances are for period '
                   WS-OPENING-PERIOD ', not ' WS-PRIOR-PERIOD
           END-IF.

       0510-TAKE-OPENING-BALANCE.
           ADD 1 TO WS-OPENING-COUNT
           IF CB-PERIOD NOT NUMERIC
               OR CB-BALANCE NOT NUMERIC
               DISPLAY 'Error: CLSBAL record ' WS-OPENING-COUNT
                   ' is not a balance'
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF CB-PERIOD NOT < WS-CLOSE-PERIOD
                   DISPLAY 'Error: CLSBAL holds period ' CB-PERIOD
                       ' - CLSNEW was swapped in without the close'
                       ' being recorded'
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   MOVE CB-PERIOD TO WS-OPENING-PERIOD
                   MOVE CB-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   IF CB-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
                   ELSE
                       MOVE CB-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                   END-IF
                   PERFORM 2500-FIND-PROOF-ACCOUNT
                   ADD CB-BALANCE TO WS-PRF-OPENING(WS-PRF-SUB)
      *            A balance closed before they carried a currency
      *            is in the base already.
                   IF CB-BASE-BALANCE NUMERIC
                       ADD CB-BASE-BALANCE
                           TO WS-PRF-OPENING-BASE(WS-PRF-SUB)
                   ELSE
                       ADD CB-BALANCE
                           TO WS-PRF-OPENING-BASE(WS-PRF-SUB)
                   END-IF
               END-IF
           END-IF.

       0600-OPEN-FILES.
           OPEN INPUT INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: IDXFILE open failed, status '
                   WS-INDEXED-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00'
               DISPLAY 'Error: CLSSNAP open failed, status '
                   WS-SNAPSHOT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: CLSRPT open failed, status '
                   WS-REPORT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1000-SNAPSHOT-MASTER.
      *    The snapshot carries the business day it stands for on
      *    its header and the count and hash of what follows on
      *    its trailer, like every other control-wrapped file.
           MOVE SPACES TO WS-CONTROL-ENTRY
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE WS-CLOSE-DATE TO HT-CYCLE-DATE
           WRITE SNAPSHOT-RECORD FROM WS-CONTROL-ENTRY
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ INDEXED-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           CLOSE INDEXED-FILE
           MOVE SPACES TO WS-CONTROL-ENTRY
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-SNAP-COUNT TO HT-RECORD-COUNT
           MOVE WS-SNAP-HASH TO HT-HASH-TOTAL
           WRITE SNAPSHOT-RECORD FROM WS-CONTROL-ENTRY
           CLOSE SNAPSHOT-FILE
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-ON-FILE
                   MOVE 'no IDXCTL to balance to' TO SN-RESULT
               WHEN WS-SNAP-COUNT = WS-EXPECTED-COUNT
                   AND WS-SNAP-HASH = WS-EXPECTED-HASH
                   MOVE 'agrees with IDXCTL' TO SN-RESULT
                   SET WS-SNAPSHOT-AGREES TO TRUE
               WHEN OTHER
                   MOVE 'DOES NOT AGREE WITH IDXCTL' TO SN-RESULT
                   DISPLAY 'Warning: snapshot ' WS-SNAP-COUNT
                       ' records does not agree with IDXCTL '
                       WS-EXPECTED-COUNT
           END-EVALUATE.

       1100-SNAPSHOT-RECORD.
           ADD 1 TO WS-SNAP-COUNT
           WRITE SNAPSHOT-RECORD FROM IDX-ENTRY
           IF IDX-AMOUNT NUMERIC
               ADD IDX-AMOUNT TO WS-SNAP-HASH
               PERFORM 1200-ADD-TO-BALANCES
           ELSE
               ADD 1 TO WS-BAD-AMOUNT-COUNT
               DISPLAY 'Warning: record ' IDX-RECORD-KEY
                   ' has a non-numeric amount - not in the balances'
           END-IF.

       1200-ADD-TO-BALANCES.
           MOVE IDX-RECORD-KEY TO WS-LOOKUP-KEY
           MOVE IDX-STATUS-CODE TO WS-LOOKUP-CODE
           PERFORM 1210-FIND-STATUS-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-BK-ACCOUNT
           MOVE IDX-SOURCE-ID TO WS-BK-SOURCE
           IF IDX-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-BK-CURRENCY
           ELSE
               MOVE IDX-CURRENCY-CODE TO WS-BK-CURRENCY
           END-IF
           PERFORM 1250-FIND-BALANCE-ENTRY
           ADD 1 TO WS-BAL-COUNT(WS-BAL-SUB)
           ADD IDX-AMOUNT TO WS-BAL-AMOUNT(WS-BAL-SUB).

       1210-FIND-STATUS-ACCOUNT.
      *    A code no longer on STSFILE still has money on it; it is
      *    balanced under an account of question marks so it shows.
           MOVE 'N' TO WS-STS-FOUND-SWITCH
           MOVE WS-UNMAPPED-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB > WS-STATUS-COUNT
                   OR WS-STATUS-FOUND
               IF WS-STS-CODE(WS-STS-SUB) = WS-LOOKUP-CODE
                   SET WS-STATUS-FOUND TO TRUE
                   MOVE WS-STS-ACCOUNT(WS-STS-SUB)
                       TO WS-LOOKUP-ACCOUNT
               END-IF
           END-PERFORM
           IF NOT WS-STATUS-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'Warning: record ' WS-LOOKUP-KEY
                   ' status ' WS-LOOKUP-CODE ' is not on STSFILE'
           END-IF.

       1250-FIND-BALANCE-ENTRY.
      *    Finds the account/source/currency slot, or opens one in its
      *    sorted place.  A full table stops the close - balances
      *    with money missing from them are no balances.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BALANCE-COUNT
                   OR WS-ENTRY-FOUND
                   OR WS-BAL-KEY(WS-BAL-SUB) > WS-BALANCE-KEY
               IF WS-BAL-KEY(WS-BAL-SUB) = WS-BALANCE-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-BAL-SUB
           ELSE
               IF WS-BALANCE-COUNT NOT < WS-BALANCE-MAX
                   DISPLAY 'Error: balance table full at '
                       WS-BALANCE-KEY
                   PERFORM 9999-ABEND-STOP
               END-IF
               ADD 1 TO WS-BALANCE-COUNT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-BALANCE-COUNT
                       BY -1 UNTIL WS-SHIFT-SUB NOT > WS-BAL-SUB
                   MOVE WS-BALANCE-TABLE(WS-SHIFT-SUB - 1)
                       TO WS-BALANCE-TABLE(WS-SHIFT-SUB)
               END-PERFORM
               MOVE WS-BALANCE-KEY TO WS-BAL-KEY(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-COUNT(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-AMOUNT(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-BASE-AMOUNT(WS-BAL-SUB)
           END-IF.

       2000-SCAN-GL-HISTORY.
      *    Two passes: the first lists the cuts for each cycle
      *    date, the second takes the postings of those that stand.
      *    No GLHIST means nothing went to the ledger this month.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'Warning: no GLHIST - no postings to prove '
                   'against'
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'Error: GLHIST open failed, status '
                       WS-HISTORY-STATUS
                   PERFORM 9999-ABEND-STOP
               END-IF
               SET WS-HISTORY-ON-FILE TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2100-COUNT-BATCH
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               PERFORM 2200-TAKE-POSTINGS
           END-IF.

       2100-COUNT-BATCH.
           MOVE GLX-POSTING TO WS-POSTING
           IF PST-BATCH-HEADER
               AND PST-CYCLE-DATE NUMERIC
               AND (GLX-FROM-EXTRACT OR GLX-FROM-BACKOUT)
               PERFORM 2150-FIND-BATCH
               IF WS-BAT-SEEN(WS-BAT-SUB) NOT < WS-CUT-MAX
                   DISPLAY 'Error: cycle ' PST-CYCLE-DATE
                       ' was cut more often than can be proved'
                   PERFORM 9999-ABEND-STOP
               END-IF
               ADD 1 TO WS-BAT-SEEN(WS-BAT-SUB)
               MOVE GLX-ORIGIN TO WS-BAT-CUT-ORIGIN(WS-BAT-SUB,
                   WS-BAT-SEEN(WS-BAT-SUB))
           END-IF.

       2150-FIND-BATCH.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-BAT-DATE(WS-BAT-SUB) = PST-CYCLE-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-BAT-SUB
           ELSE
               IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
                   DISPLAY 'Error: GLHIST holds more batches than '
                       'can be proved'
                   PERFORM 9999-ABEND-STOP
               END-IF
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BAT-SUB
               MOVE PST-CYCLE-DATE TO WS-BAT-DATE(WS-BAT-SUB)
               MOVE 0 TO WS-BAT-SEEN(WS-BAT-SUB)
               MOVE 0 TO WS-BAT-USED(WS-BAT-SUB)
           END-IF.

       2200-TAKE-POSTINGS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: GLHIST reopen failed, status '
                   WS-HISTORY-STATUS
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 2250-RESET-BATCH-USE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       PERFORM 2300-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       2250-RESET-BATCH-USE.
           MOVE 'N' TO WS-BATCH-STATE
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-COUNT
               MOVE 0 TO WS-BAT-USED(WS-BAT-SUB)
           END-PERFORM.

       2300-TAKE-HISTORY-RECORD.
           MOVE GLX-POSTING TO WS-POSTING
           EVALUATE TRUE
               WHEN PST-BATCH-HEADER
                   PERFORM 2350-SET-BATCH-STATE
                   EVALUATE TRUE
                       WHEN WS-BATCH-SUPERSEDED
                           ADD 1 TO WS-SUPERSEDED-COUNT
                           DISPLAY 'Batch ' GLX-ORIGIN ' '
                               PST-CYCLE-DATE
                               ' was cut again - earlier cut ignored'
                       WHEN WS-BATCH-LATER
                           ADD 1 TO WS-LATER-COUNT
                           DISPLAY 'Batch ' GLX-ORIGIN ' '
                               PST-CYCLE-DATE
                               ' is after period end - left on GLHIST'
                       WHEN WS-BATCH-UNUSABLE
                           ADD 1 TO WS-UNUSABLE-COUNT
                           DISPLAY 'Warning: GLHIST record '
                               WS-HISTORY-COUNT
                               ' is not a usable batch header'
                   END-EVALUATE
               WHEN PST-BATCH-DETAIL
                   EVALUATE TRUE
                       WHEN WS-BATCH-INCLUDED
                           PERFORM 2400-TAKE-POSTING
                       WHEN WS-BATCH-NONE
                           ADD 1 TO WS-UNUSABLE-COUNT
                           DISPLAY 'Warning: GLHIST record '
                               WS-HISTORY-COUNT
                               ' is a posting with no batch header'
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY 'Warning: GLHIST record '
                       WS-HISTORY-COUNT ' is not a posting'
           END-EVALUATE.

       2350-SET-BATCH-STATE.
      *    Called at every batch header on both the proof and the
      *    archive pass, so the two always agree on what was taken.
      *    A write-off journal is never superseded - TBLWOFF does
      *    not cut the same write-off twice.  A GL or BK cut is
      *    superseded when the next cut for its date is from the
      *    same job; one followed by the other job's cut stands.
           MOVE GLX-ORIGIN TO WS-CURRENT-ORIGIN
           MOVE SPACES TO WS-NEXT-ORIGIN
           IF PST-CYCLE-DATE NOT NUMERIC
               OR NOT (GLX-FROM-EXTRACT OR GLX-FROM-BACKOUT
                       OR GLX-FROM-WRITE-OFF)
               SET WS-BATCH-UNUSABLE TO TRUE
           ELSE
               IF NOT GLX-FROM-WRITE-OFF
                   PERFORM 2150-FIND-BATCH
                   ADD 1 TO WS-BAT-USED(WS-BAT-SUB)
                   MOVE WS-BAT-USED(WS-BAT-SUB) TO WS-CUT-SUB
                   IF WS-CUT-SUB < WS-BAT-SEEN(WS-BAT-SUB)
                       MOVE WS-BAT-CUT-ORIGIN(WS-BAT-SUB,
                           WS-CUT-SUB + 1) TO WS-NEXT-ORIGIN
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN PST-CYCLE-DATE > WS-CLOSE-DATE
                       SET WS-BATCH-LATER TO TRUE
                   WHEN GLX-FROM-WRITE-OFF
                       SET WS-BATCH-INCLUDED TO TRUE
                   WHEN WS-NEXT-ORIGIN = GLX-ORIGIN
                       SET WS-BATCH-SUPERSEDED TO TRUE
                   WHEN OTHER
                       SET WS-BATCH-INCLUDED TO TRUE
               END-EVALUATE
           END-IF.

       2400-TAKE-POSTING.
      *    PST-AMOUNT is what the ledger was sent, in the base
      *    currency; the original amount is what moved on the
      *    master.  Postings cut before lines carried a currency
      *    are in the base already and have no original amount.
           MOVE 'N' TO WS-PROVED-SWITCH
           IF PST-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
               IF PST-AMOUNT NUMERIC
                   MOVE PST-AMOUNT TO WS-PROVED-AMOUNT
                   SET WS-PROVED-USABLE TO TRUE
               END-IF
           ELSE
               MOVE PST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
               IF PST-ORIGINAL-AMOUNT NUMERIC
                   AND PST-AMOUNT NUMERIC
                   MOVE PST-ORIGINAL-AMOUNT TO WS-PROVED-AMOUNT
                   SET WS-PROVED-USABLE TO TRUE
               END-IF
           END-IF
           IF NOT WS-PROVED-USABLE
               ADD 1 TO WS-UNUSABLE-COUNT
               DISPLAY 'Warning: GLHIST record ' WS-HISTORY-COUNT
                   ' has a non-numeric amount'
           ELSE
               ADD 1 TO WS-POSTING-COUNT
               MOVE PST-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2500-FIND-PROOF-ACCOUNT
               EVALUATE WS-CURRENT-ORIGIN
                   WHEN 'GL'
                       ADD WS-PROVED-AMOUNT TO WS-PRF-GL(WS-PRF-SUB)
                       ADD PST-AMOUNT TO WS-PRF-GL-BASE(WS-PRF-SUB)
                   WHEN 'BK'
                       ADD WS-PROVED-AMOUNT
                           TO WS-PRF-BACKOUT(WS-PRF-SUB)
                       ADD PST-AMOUNT
                           TO WS-PRF-BACKOUT-BASE(WS-PRF-SUB)
                   WHEN OTHER
                       ADD WS-PROVED-AMOUNT
                           TO WS-PRF-WRITE-OFF(WS-PRF-SUB)
                       ADD PST-AMOUNT
                           TO WS-PRF-WRITE-OFF-BASE(WS-PRF-SUB)
               END-EVALUATE
           END-IF.

       2500-FIND-PROOF-ACCOUNT.
      *    Finds the proof line for WS-LOOKUP-ACCOUNT in
      *    WS-LOOKUP-CURRENCY, or opens one in its sorted place.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > WS-PROOF-COUNT
                   OR WS-ENTRY-FOUND
                   OR WS-PRF-KEY(WS-PRF-SUB) > WS-PROOF-KEY
               IF WS-PRF-KEY(WS-PRF-SUB) = WS-PROOF-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-PRF-SUB
           ELSE
               IF WS-PROOF-COUNT NOT < WS-PROOF-MAX
                   DISPLAY 'Error: proof table full at account '
                       WS-LOOKUP-ACCOUNT ' ' WS-LOOKUP-CURRENCY
                   PERFORM 9999-ABEND-STOP
               END-IF
               ADD 1 TO WS-PROOF-COUNT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-PROOF-COUNT
                       BY -1 UNTIL WS-SHIFT-SUB NOT > WS-PRF-SUB
                   MOVE WS-PROOF-TABLE(WS-SHIFT-SUB - 1)
                       TO WS-PROOF-TABLE(WS-SHIFT-SUB)
               END-PERFORM
               MOVE WS-PROOF-KEY TO WS-PRF-KEY(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-OPENING(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-OPENING-BASE(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-GL(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-GL-BASE(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-BACKOUT(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-BACKOUT-BASE(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-WRITE-OFF(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-WRITE-OFF-BASE(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-PURGED(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-CLOSING(WS-PRF-SUB)
               MOVE 0 TO WS-PRF-CLOSING-BASE(WS-PRF-SUB)
           END-IF.

       2600-SCAN-PURGES.
      *    What TBLPURG has taken off the master since the last
      *    close left the balances without going to the ledger.
      *    Its purge journal images stamped later than the last
      *    close on PERCTL are the purge column; an older image was
      *    taken by that close and left behind only if PRGJNL could
      *    not be emptied then.
           OPEN INPUT PURGE-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               DISPLAY 'No PRGJNL - no purges to take'
           ELSE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'Error: PRGJNL open failed, status '
                       WS-JOURNAL-STATUS
                   PERFORM 9999-ABEND-STOP
               END-IF
               SET WS-JOURNAL-ON-FILE TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ PURGE-JOURNAL
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2650-TAKE-PURGE-IMAGE
                   END-READ
               END-PERFORM
               CLOSE PURGE-JOURNAL
           END-IF.

       2650-TAKE-PURGE-IMAGE.
           MOVE PJ-RUN-DATE TO WS-PS-DATE
           MOVE PJ-RUN-TIME TO WS-PS-TIME
           IF WS-PURGE-STAMP > WS-PRIOR-CLOSE-STAMP
               MOVE PJ-ENTRY TO WS-PURGE-IMAGE
               IF PRG-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY 'Warning: purge image of ' PRG-RECORD-KEY
                       ' has a non-numeric amount'
               ELSE
                   ADD 1 TO WS-PURGED-COUNT
                   MOVE PRG-RECORD-KEY TO WS-LOOKUP-KEY
                   MOVE PRG-STATUS-CODE TO WS-LOOKUP-CODE
                   PERFORM 1210-FIND-STATUS-ACCOUNT
                   IF PRG-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
                   ELSE
                       MOVE PRG-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                   END-IF
                   PERFORM 2500-FIND-PROOF-ACCOUNT
                   SUBTRACT PRG-AMOUNT FROM WS-PRF-PURGED(WS-PRF-SUB)
               END-IF
           END-IF.

       2800-TAKE-CLOSING-BALANCES.
      *    Every balance is valued at the business day's rate, and
      *    every proof line needs that rate to be struck: a close
      *    that cannot value what it proves is refused.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BALANCE-COUNT
               MOVE WS-BAL-CURRENCY(WS-SUB) TO WS-POST-CURRENCY
               PERFORM 2900-FIND-RATE
               IF NOT WS-RATE-FOUND
                   DISPLAY 'Error: no RATFILE rate for '
                       WS-POST-CURRENCY ' on ' WS-CLOSE-DATE
                   PERFORM 9998-ABEND-REFUSED
               END-IF
               COMPUTE WS-BAL-BASE-AMOUNT(WS-SUB) ROUNDED =
                   WS-BAL-AMOUNT(WS-SUB) * WS-CLOSE-RATE
               ADD WS-BAL-BASE-AMOUNT(WS-SUB) TO WS-MASTER-BASE-TOTAL
               MOVE WS-BAL-ACCOUNT(WS-SUB) TO WS-LOOKUP-ACCOUNT
               MOVE WS-BAL-CURRENCY(WS-SUB) TO WS-LOOKUP-CURRENCY
               PERFORM 2500-FIND-PROOF-ACCOUNT
               ADD WS-BAL-AMOUNT(WS-SUB)
                   TO WS-PRF-CLOSING(WS-PRF-SUB)
               ADD WS-BAL-BASE-AMOUNT(WS-SUB)
                   TO WS-PRF-CLOSING-BASE(WS-PRF-SUB)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROOF-COUNT
               MOVE WS-PRF-CURRENCY(WS-SUB) TO WS-POST-CURRENCY
               PERFORM 2900-FIND-RATE
               IF NOT WS-RATE-FOUND
                   DISPLAY 'Error: no RATFILE rate for '
                       WS-POST-CURRENCY ' on ' WS-CLOSE-DATE
                   PERFORM 9998-ABEND-REFUSED
               END-IF
           END-PERFORM.

       2900-FIND-RATE.
      *    The base currency is worth one; any other only what
      *    treasury sent for the business day being closed.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           MOVE 0 TO WS-CLOSE-RATE
           IF WS-POST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-CLOSE-RATE
               SET WS-RATE-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                       OR WS-RATE-FOUND
                   IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-RAT-RATE(WS-RATE-SUB) TO WS-CLOSE-RATE
                   END-IF
               END-PERFORM
           END-IF.

       3000-PRINT-BALANCES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-RUN-DATE
           MOVE WS-CLOSE-PERIOD TO RH-CLOSE-PERIOD
           MOVE WS-CLOSE-DATE TO RH-CLOSE-DATE
           IF WS-OPENING-ON-FILE
               MOVE WS-OPENING-PERIOD TO RH-OPENING-PERIOD
           ELSE
               MOVE 'NONE' TO RH-OPENING-PERIOD
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
           MOVE 'Closing balances by GL account, source and currency'
               TO SL-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-BALANCE-COLUMN-LINE
           MOVE 0 TO WS-ACCOUNT-RECORDS
           MOVE 0 TO WS-ACCOUNT-BALANCE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BALANCE-COUNT
               IF WS-SUB > 1
                   AND WS-BAL-ACCOUNT(WS-SUB)
                       NOT = WS-BAL-ACCOUNT(WS-SUB - 1)
                   PERFORM 3150-PRINT-ACCOUNT-TOTAL
               END-IF
               PERFORM 3100-PRINT-BALANCE-LINE
           END-PERFORM
           IF WS-BALANCE-COUNT > 0
               PERFORM 3150-PRINT-ACCOUNT-TOTAL
           END-IF
           MOVE 'Master total' TO BT-TITLE
           COMPUTE BT-COUNT = WS-SNAP-COUNT - WS-BAD-AMOUNT-COUNT
           MOVE WS-MASTER-BASE-TOTAL TO BT-BASE-BALANCE
           WRITE REPORT-RECORD FROM WS-BALANCE-TOTAL-LINE
           MOVE WS-SNAP-COUNT TO SN-COUNT
           MOVE WS-SNAP-HASH TO SN-HASH
           WRITE REPORT-RECORD FROM WS-SNAPSHOT-LINE
           IF WS-BAD-AMOUNT-COUNT > 0
               OR WS-UNMAPPED-COUNT > 0
               MOVE WS-BAD-AMOUNT-COUNT TO EL-BAD-AMOUNT
               MOVE WS-UNMAPPED-COUNT TO EL-UNMAPPED
               WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.

       3100-PRINT-BALANCE-LINE.
           MOVE WS-BAL-ACCOUNT(WS-SUB) TO BL-ACCOUNT
           MOVE WS-BAL-SOURCE(WS-SUB)  TO BL-SOURCE-ID
           MOVE WS-BAL-CURRENCY(WS-SUB) TO BL-CURRENCY-CODE
           MOVE WS-BAL-COUNT(WS-SUB)   TO BL-COUNT
           MOVE WS-BAL-AMOUNT(WS-SUB)  TO BL-BALANCE
           MOVE WS-BAL-BASE-AMOUNT(WS-SUB) TO BL-BASE-BALANCE
           WRITE REPORT-RECORD FROM WS-BALANCE-LINE
           ADD WS-BAL-COUNT(WS-SUB) TO WS-ACCOUNT-RECORDS
           ADD WS-BAL-BASE-AMOUNT(WS-SUB) TO WS-ACCOUNT-BALANCE.

       3150-PRINT-ACCOUNT-TOTAL.
           MOVE ' Account total' TO BT-TITLE
           MOVE WS-ACCOUNT-RECORDS TO BT-COUNT
           MOVE WS-ACCOUNT-BALANCE TO BT-BASE-BALANCE
           WRITE REPORT-RECORD FROM WS-BALANCE-TOTAL-LINE
           MOVE 0 TO WS-ACCOUNT-RECORDS
           MOVE 0 TO WS-ACCOUNT-BALANCE.

       3500-PRINT-PROOF.
      *    Opening plus everything posted and purged since, plus
      *    revaluation, must come to the closing balance, account
      *    and currency by account and currency.
           MOVE SPACES TO SL-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'Proof of closing balances against GL postings, in '
               TO SL-TITLE
           MOVE WS-BASE-CURRENCY TO SL-TITLE(51:3)
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-PROOF-COLUMN-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROOF-COUNT
               PERFORM 3600-PRINT-PROOF-LINE
           END-PERFORM
           MOVE 'Total'            TO PL-ACCOUNT
           MOVE WS-BASE-CURRENCY   TO PL-CURRENCY-CODE
           MOVE WS-TOT-OPENING     TO PL-OPENING
           MOVE WS-TOT-GL          TO PL-GL
           MOVE WS-TOT-BACKOUT     TO PL-BACKOUT
           MOVE WS-TOT-WRITE-OFF   TO PL-WRITE-OFF
           MOVE WS-TOT-PURGED      TO PL-PURGED
           MOVE WS-TOT-REVALUATION TO PL-REVALUATION
           MOVE WS-TOT-CLOSING     TO PL-CLOSING
           MOVE WS-TOT-DIFFERENCE  TO PL-DIFFERENCE
           MOVE SPACES             TO PL-FLAG
           WRITE REPORT-RECORD FROM WS-PROOF-LINE
           MOVE WS-POSTING-COUNT    TO TL-POSTINGS
           MOVE WS-SUPERSEDED-COUNT TO TL-SUPERSEDED
           MOVE WS-LATER-COUNT      TO TL-LATER
           MOVE WS-UNUSABLE-COUNT   TO TL-UNUSABLE
           MOVE WS-PURGED-COUNT     TO TL-PURGED
           MOVE WS-DIFFERENCE-COUNT TO TL-DIFFERENCES
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       3600-PRINT-PROOF-LINE.
      *    The difference is struck in the line's own currency and
      *    only then valued, so what the rate did to the balance
      *    over the month is revaluation, never a difference.  In
      *    the base currency there is nothing to revalue.
           MOVE WS-PRF-CURRENCY(WS-SUB) TO WS-POST-CURRENCY
           PERFORM 2900-FIND-RATE
           COMPUTE WS-PURGED-BASE ROUNDED =
               WS-PRF-PURGED(WS-SUB) * WS-CLOSE-RATE
           COMPUTE WS-OWN-DIFFERENCE = WS-PRF-CLOSING(WS-SUB)
               - WS-PRF-OPENING(WS-SUB) - WS-PRF-GL(WS-SUB)
               - WS-PRF-BACKOUT(WS-SUB) - WS-PRF-WRITE-OFF(WS-SUB)
               - WS-PRF-PURGED(WS-SUB)
           COMPUTE WS-DIFFERENCE ROUNDED =
               WS-OWN-DIFFERENCE * WS-CLOSE-RATE
           COMPUTE WS-REVALUATION = WS-PRF-CLOSING-BASE(WS-SUB)
               - WS-PRF-OPENING-BASE(WS-SUB) - WS-PRF-GL-BASE(WS-SUB)
               - WS-PRF-BACKOUT-BASE(WS-SUB)
               - WS-PRF-WRITE-OFF-BASE(WS-SUB)
               - WS-PURGED-BASE - WS-DIFFERENCE
           MOVE WS-PRF-ACCOUNT(WS-SUB)   TO PL-ACCOUNT
           MOVE WS-PRF-CURRENCY(WS-SUB)  TO PL-CURRENCY-CODE
           MOVE WS-PRF-OPENING-BASE(WS-SUB)   TO PL-OPENING
           MOVE WS-PRF-GL-BASE(WS-SUB)        TO PL-GL
           MOVE WS-PRF-BACKOUT-BASE(WS-SUB)   TO PL-BACKOUT
           MOVE WS-PRF-WRITE-OFF-BASE(WS-SUB) TO PL-WRITE-OFF
           MOVE WS-PURGED-BASE                TO PL-PURGED
           MOVE WS-REVALUATION                TO PL-REVALUATION
           MOVE WS-PRF-CLOSING-BASE(WS-SUB)   TO PL-CLOSING
           MOVE WS-DIFFERENCE                 TO PL-DIFFERENCE
           IF WS-OWN-DIFFERENCE = 0
               AND (WS-REVALUATION = 0
                    OR WS-POST-CURRENCY NOT = WS-BASE-CURRENCY)
               MOVE SPACES TO PL-FLAG
           ELSE
               MOVE '** DIFF' TO PL-FLAG
               ADD 1 TO WS-DIFFERENCE-COUNT
               DISPLAY 'Warning: account ' WS-PRF-ACCOUNT(WS-SUB)
                   ' ' WS-PRF-CURRENCY(WS-SUB)
                   ' does not prove, difference ' PL-DIFFERENCE
           END-IF
           WRITE REPORT-RECORD FROM WS-PROOF-LINE
           ADD WS-PRF-OPENING-BASE(WS-SUB)   TO WS-TOT-OPENING
           ADD WS-PRF-GL-BASE(WS-SUB)        TO WS-TOT-GL
           ADD WS-PRF-BACKOUT-BASE(WS-SUB)   TO WS-TOT-BACKOUT
           ADD WS-PRF-WRITE-OFF-BASE(WS-SUB) TO WS-TOT-WRITE-OFF
           ADD WS-PURGED-BASE                TO WS-TOT-PURGED
           ADD WS-REVALUATION                TO WS-TOT-REVALUATION
           ADD WS-PRF-CLOSING-BASE(WS-SUB)   TO WS-TOT-CLOSING
           ADD WS-DIFFERENCE                 TO WS-TOT-DIFFERENCE.

       4000-WRITE-CLOSING-BALANCES.
      *    CLSNEW becomes next month's opening once the scheduler
      *    swaps it in as CLSBAL.
           OPEN OUTPUT CLOSING-FILE
           IF WS-CLOSING-STATUS NOT = '00'
               DISPLAY 'Error: CLSNEW open failed, status '
                   WS-CLOSING-STATUS
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BALANCE-COUNT
               MOVE SPACES TO CLOSING-RECORD
               MOVE WS-CLOSE-PERIOD        TO CBN-PERIOD
               MOVE WS-BAL-ACCOUNT(WS-SUB) TO CBN-GL-ACCOUNT
               MOVE WS-BAL-SOURCE(WS-SUB)  TO CBN-SOURCE-ID
               MOVE WS-BAL-COUNT(WS-SUB)   TO CBN-RECORD-COUNT
               MOVE WS-BAL-AMOUNT(WS-SUB)  TO CBN-BALANCE
               MOVE WS-BAL-CURRENCY(WS-SUB) TO CBN-CURRENCY-CODE
               MOVE WS-BAL-BASE-AMOUNT(WS-SUB) TO CBN-BASE-BALANCE
               WRITE CLOSING-RECORD
           END-PERFORM
           CLOSE CLOSING-FILE.

       5000-ARCHIVE-GL-HISTORY.
      *    The postings this close proved (and the earlier cuts it
      *    set aside) go to GLHARC; batches dated after the
      *    business day are held on GLHWRK to go back on GLHIST.
           IF WS-HISTORY-ON-FILE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'Error: GLHIST reopen failed, status '
                       WS-HISTORY-STATUS
                   PERFORM 9996-ABEND-HISTORY
               END-IF
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'Error: GLHARC open failed, status '
                       WS-ARCHIVE-STATUS
                   PERFORM 9996-ABEND-HISTORY
               END-IF
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: GLHWRK open failed, status '
                   WS-WORK-STATUS
               PERFORM 9996-ABEND-HISTORY
           END-IF
           IF WS-HISTORY-ON-FILE
               PERFORM 2250-RESET-BATCH-USE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 5100-FILE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE WORK-FILE.

       5100-FILE-HISTORY-RECORD.
           MOVE GLX-POSTING TO WS-POSTING
           IF PST-BATCH-HEADER
               PERFORM 2350-SET-BATCH-STATE
           END-IF
           IF WS-BATCH-LATER
               WRITE WORK-RECORD FROM HISTORY-RECORD
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF.

       5200-ARCHIVE-PURGE-JOURNAL.
      *    The purge images this close took go to PRGJARC, by the
      *    same stamp test as 2650; PRGJNL itself is emptied once
      *    the period is closed.
           IF WS-JOURNAL-ON-FILE
               OPEN INPUT PURGE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'Error: PRGJNL reopen failed, status '
                       WS-JOURNAL-STATUS
                   PERFORM 9996-ABEND-HISTORY
               END-IF
               OPEN EXTEND PURGE-ARCHIVE-FILE
               IF WS-PURGE-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT PURGE-ARCHIVE-FILE
               END-IF
               IF WS-PURGE-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'Error: PRGJARC open failed, status '
                       WS-PURGE-ARCHIVE-STATUS
                   PERFORM 9996-ABEND-HISTORY
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ PURGE-JOURNAL
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           MOVE PJ-RUN-DATE TO WS-PS-DATE
                           MOVE PJ-RUN-TIME TO WS-PS-TIME
                           IF WS-PURGE-STAMP > WS-PRIOR-CLOSE-STAMP
                               WRITE PURGE-ARCHIVE-RECORD
                                   FROM PURGE-JOURNAL-RECORD
                               ADD 1 TO WS-JOURNAL-ARCHIVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-JOURNAL
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.

       5500-WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY 'Error: PERCTL open failed, status '
                   WS-PERIOD-CTL-STATUS
               PERFORM 9996-ABEND-HISTORY
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO PC-CLOSED-PERIOD
           MOVE WS-CLOSE-DATE TO PC-SNAPSHOT-DATE
           MOVE WS-SNAP-COUNT TO PC-SNAPSHOT-COUNT
           MOVE WS-SNAP-HASH TO PC-SNAPSHOT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO PC-CLOSE-TIMESTAMP
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY 'PERCTL: period ' WS-CLOSE-PERIOD ' closed'.

       5800-REBUILD-GL-HISTORY.
      *    GLHIST starts the new month holding only what is dated
      *    after the close.
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: GLHWRK reopen failed, status '
                   WS-WORK-STATUS
               PERFORM 9995-ABEND-REBUILD
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: GLHIST open failed, status '
                   WS-HISTORY-STATUS
               PERFORM 9995-ABEND-REBUILD
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ WORK-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       WRITE HISTORY-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
           DISPLAY 'GLHIST: ' WS-ARCHIVED-COUNT ' records to GLHARC, '
               WS-KEPT-COUNT ' kept for the new period'.

       5900-EMPTY-PURGE-JOURNAL.
      *    PRGJNL starts the new month empty.  Left as it is, its
      *    images are all stamped before this close on PERCTL and
      *    the next close passes over them, so a failure here is
      *    only reported.
           IF WS-JOURNAL-ON-FILE
               OPEN OUTPUT PURGE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'Warning: PRGJNL could not be emptied, '
                       'status ' WS-JOURNAL-STATUS
               ELSE
                   CLOSE PURGE-JOURNAL
                   DISPLAY 'PRGJNL: ' WS-JOURNAL-ARCHIVED
                       ' purge images to PRGJARC'
               END-IF
           END-IF.

       9994-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9995-ABEND-REBUILD.
      *    The period is closed; GLHIST still holds its postings
      *    and must be replaced from GLHWRK before the next close.
           DISPLAY 'Fatal: period closed but GLHIST not rebuilt - '
               'replace GLHIST with GLHWRK'
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-HISTORY.
      *    Nothing is closed yet; GLHARC and PRGJARC may hold a
      *    partial copy of this month's postings and purges, to be
      *    cut back before the rerun.
           DISPLAY 'Fatal: GL history or purge journal could not be '
               'archived - period not closed'
           CLOSE HISTORY-FILE
           CLOSE ARCHIVE-FILE
           CLOSE WORK-FILE
           CLOSE PURGE-JOURNAL
           CLOSE PURGE-ARCHIVE-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9998-ABEND-REFUSED.
           DISPLAY 'Fatal: period ' WS-CLOSE-PERIOD
               ' cannot be closed - job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: required file could not be processed - '
               'job terminated'
           CLOSE INDEXED-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

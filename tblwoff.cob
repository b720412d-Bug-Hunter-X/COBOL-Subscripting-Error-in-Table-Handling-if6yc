       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLWOFF.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - MONTHLY WRITE-OFF RUN.
      *    WRITES OFF THE HELD ('HD') AND REVERSED ('RV') ITEMS
      *    TBLAGE ESCALATES - EVERY ONE ON THE INDEXED MASTER
      *    (IDXFILE) WHOSE WSE-EFFECTIVE-DATE IS 90 DAYS OR MORE
      *    BEFORE THE RUN DATE, AGED BY THE SAME RULES.  AN ITEM
      *    WHOSE AMOUNT (EITHER SIGN) IS OVER THE WOFPARM THRESHOLD
      *    IS ONLY WRITTEN OFF WHEN A MANAGEMENT SIGN-OFF CARD FOR
      *    ITS KEY IS ON WOFSGN; OTHERWISE IT WAITS FOR NEXT MONTH.
      *    THE MASTER IS ONLY EVER READ.  EACH WRITE-OFF IS QUEUED
      *    ON TRNFILE FOR THE NEXT TBLUPDT RUN AS A CHANGE TO THE
      *    WRITTEN-OFF STATUS ('WO') UNDER USER ID TBLWOFF - THE
      *    TRNFILE IS REBUILT WITH A FRESH HDR/TRL PAIR EXACTLY AS
      *    TBLMNT REBUILDS IT, AND A KEY ALREADY QUEUED FOR WRITE-
      *    OFF THERE IS NOT QUEUED TWICE.  THE WRITE-OFF JOURNAL IS
      *    CUT ON WOFGLF IN THE SAME BH/BD LAYOUT TBLGL WRITES TO
      *    GLFILE, DATED THE CYCLE THE WRITE-OFFS ARE QUEUED FOR -
      *    THE DAY TBLUPDT TAKES THEM ONTO THE MASTER - WHICH THE
      *    REGISTER HEADING SHOWS TOO: THE AMOUNTS COME OFF THE
      *    'HD' AND 'RV' ACCOUNTS AND GO TO THE 'WO' ACCOUNT, ALL
      *    THREE FROM STSFILE, SO THE BATCH NETS TO ZERO.  IT IS
      *    ALSO APPENDED TO THE GL POSTING HISTORY (GLHIST).  THE
      *    JOURNAL IS CUT PER CURRENCY IN BASE-CURRENCY AMOUNTS AT
      *    THE RATES ON RATFILE FOR THE LAST CYCLE LOADED, WITH THE
      *    ORIGINAL AMOUNT AND RATE ON EACH DETAIL AS TBLGL CARRIES
      *    THEM; THE SIGN-OFF THRESHOLD AND THE REGISTER TOTALS ARE
      *    IN THE BASE CURRENCY TOO.  A FOREIGN ITEM WITH NO RATE
      *    FOR THAT CYCLE IS LISTED AS UNUSABLE, NOT WRITTEN OFF.
      *    AN ITEM DATED IN A MONTH TBLCLOSE HAS CLOSED (PERCTL) IS
      *    ONLY WRITTEN OFF WHEN A CONTROLLER OVERRIDE FOR ITS KEY
      *    IS ON CLSOVR, AS TBLUPDT WILL DEMAND; OTHERWISE IT IS
      *    LISTED AS AWAITING OVERRIDE AND NEITHER QUEUED NOR
      *    JOURNALLED.  EACH RUN'S BATCH IS ADDED TO THE END OF
      *    WOFGLF, SO A BATCH NOT YET COLLECTED BY THE LEDGER IS
      *    NEVER OVERWRITTEN BY A LATER RUN; A RUN THAT WRITES
      *    NOTHING OFF ADDS NO BATCH AND LEAVES TRNFILE AS IT
      *    STANDS.  WOFRPT IS THE WRITE-OFF REGISTER FOR THE CREDIT
      *    COMMITTEE, ONE SECTION PER WSE-SOURCE-ID WITH BRANCH
      *    TOTALS.  ITEMS THAT CANNOT BE WRITTEN OFF (UNUSABLE DATE
      *    OR AMOUNT) AND SIGN-OFF CARDS THAT MATCH NO ITEM END THE
      *    RUN WITH RETURN CODE 4.  RUN OUTSIDE THE NIGHTLY CYCLE,
      *    BEFORE THE TBLUPDT STEP OF THE CYCLE THE QUEUE IS FOR;
      *    A CALFILE THAT IS MISSING OR HAS NO SUCH CYCLE STOPS THE
      *    RUN, AS DOES A TRNFILE FOR AN EARLIER CYCLE THAT STEPSTS
      *    DOES NOT SHOW TBLUPDT COMPLETE FOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "WOFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT STATUS-FILE ASSIGN TO "STSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT SIGNOFF-FILE ASSIGN TO "WOFSGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTICS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "CLSOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT INDEXED-FILE ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT WORK-FILE ASSIGN TO "WOFWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "WOFGLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  WFP-THRESHOLD            PIC 9(09)V99.
           05  FILLER                   PIC X(69).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           COPY STSREF.

       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       01  SIGNOFF-RECORD.
           05  WSG-RECORD-KEY           PIC X(10).
           05  FILLER                   PIC X(01).
           05  WSG-MANAGER-ID           PIC X(08).
           05  FILLER                   PIC X(61).

       FD  STATISTICS-FILE
           RECORDING MODE IS F.
       01  STATISTICS-RECORD.
           COPY STATREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CAL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  STEP-STATUS-FILE
           RECORDING MODE IS F.
       01  STEP-STATUS-RECORD.
           COPY STEPREC.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD.
           COPY PERCTL.

       FD  OVERRIDE-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-RECORD.
           05  OVR-RECORD-KEY           PIC X(10).
           05  FILLER                   PIC X(01).
           05  OVR-CONTROLLER-ID        PIC X(08).
           05  FILLER                   PIC X(61).

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

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION-CODE          PIC X(01).
           05  TRN-ENTRY                PIC X(80).
           05  TRN-USER-ID              PIC X(08).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                  PIC X(89).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD               PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

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
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-SIGNOFF-STATUS        PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
           05  WS-STEP-STATUS-STATUS    PIC X(02) VALUE '00'.
           05  WS-INDEXED-STATUS        PIC X(02) VALUE '00'.
           05  WS-TRANSACTION-STATUS    PIC X(02) VALUE '00'.
           05  WS-WORK-STATUS           PIC X(02) VALUE '00'.
           05  WS-EXTRACT-STATUS        PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.
           05  WS-PERIOD-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-OVERRIDE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-DATE-OK-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DATE-OK                      VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                  VALUE 'Y'.
           05  WS-HEADER-SEEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN                  VALUE 'Y'.
           05  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-CARRY-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARRY-QUEUE                  VALUE 'Y'.
           05  WS-APPLIED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PAST-QUEUE-APPLIED           VALUE 'C'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-ITEM-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ITEM-RATE-OK                 VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-DEFAULT-THRESHOLD     PIC 9(09)V99 VALUE 5000.00.
           05  WS-AGE-DAYS              PIC 9(03) VALUE 90.
           05  WS-WRITE-OFF-CODE        PIC X(02) VALUE 'WO'.
           05  WS-WRITE-OFF-USER        PIC X(08) VALUE 'TBLWOFF'.
           05  WS-ITEM-MAX              PIC 9(03) VALUE 500.
           05  WS-SIGNOFF-MAX           PIC 9(03) VALUE 100.
           05  WS-QUEUED-MAX            PIC 9(03) VALUE 500.
           05  WS-BRANCH-MAX            PIC 9(02) VALUE 9.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(7) VALUE 0.
           05  WS-AGED-COUNT            PIC 9(7) VALUE 0.
           05  WS-ITEM-COUNT            PIC 9(3) VALUE 0.
           05  WS-DEFERRED-COUNT        PIC 9(5) VALUE 0.
           05  WS-WRITTEN-COUNT         PIC 9(5) VALUE 0.
           05  WS-AWAITING-COUNT        PIC 9(5) VALUE 0.
           05  WS-LOCKED-COUNT          PIC 9(5) VALUE 0.
           05  WS-ALREADY-COUNT         PIC 9(5) VALUE 0.
           05  WS-UNUSABLE-COUNT        PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
           05  WS-SIGNOFF-COUNT         PIC 9(3) VALUE 0.
           05  WS-QUEUED-KEY-COUNT      PIC 9(3) VALUE 0.
           05  WS-CARRIED-COUNT         PIC 9(7) VALUE 0.
           05  WS-QUEUE-COUNT           PIC 9(7) VALUE 0.
           05  WS-QUEUE-HASH            PIC S9(13)V99 VALUE 0.
           05  WS-SUB                   PIC 9(3) VALUE 0.
           05  WS-BRANCH-SUB            PIC 9(2) VALUE 0.
           05  WS-ITEM-DAYS             PIC S9(7) VALUE 0.
           05  WS-RUN-DAY-NUMBER        PIC 9(7) VALUE 0.
           05  WS-ITEM-DAY-NUMBER       PIC 9(7) VALUE 0.
           05  WS-POSTED-COUNT          PIC 9(7) VALUE 0.

       01  WS-THRESHOLD                 PIC 9(09)V99 VALUE 0.
       01  WS-ITEM-SIZE                 PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-RATE                 PIC 9(05)V9(06) VALUE 0.
       01  WS-ITEM-BASE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-DISPOSITION          PIC X(01) VALUE SPACE.
       01  WS-ITEM-MANAGER-ID           PIC X(08) VALUE SPACES.

       01  WS-PERIOD-AREA.
           05  WS-CLOSED-PERIOD         PIC 9(06) VALUE 0.
           05  WS-LOCK-DATE             PIC X(08) VALUE SPACES.
           05  WS-LOCK-DATE-R REDEFINES WS-LOCK-DATE.
               10  WS-LD-PERIOD         PIC 9(06).
               10  FILLER               PIC 9(02).
           05  WS-OVERRIDE-ID           PIC X(08) VALUE SPACES.
           05  WS-OVERRIDE-COUNT        PIC 9(3) VALUE 0.
           05  WS-OVERRIDE-MAX          PIC 9(3) VALUE 100.
           05  WS-OVR-SUB               PIC 9(3) VALUE 0.
           05  WS-OVERRIDE-TABLE OCCURS 100 TIMES.
               10  WS-OVR-KEY           PIC X(10).
               10  WS-OVR-CONTROLLER-ID PIC X(08).

       01  WS-CYCLE-FIELDS.
           05  WS-LAST-LOADED-DATE      PIC 9(08) VALUE 0.
           05  WS-QUEUE-CYCLE-DATE      PIC 9(08) VALUE 0.
           05  WS-TRNFILE-CYCLE-DATE    PIC 9(08) VALUE 0.

       01  WS-CURRENT-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-TIMESTAMP-R REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CT-YYYYMMDD           PIC 9(08).
           05  FILLER                   PIC X(13).

       01  WS-RUN-DATE                  PIC 9(08) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-EDIT-DATE             PIC 9(08).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-ED-YEAR           PIC 9(04).
               10  WS-ED-MONTH          PIC 9(02).
               10  WS-ED-DAY            PIC 9(02).
           05  WS-DAYS-IN-MONTH         PIC 9(02) VALUE 0.
           05  WS-LEAP-QUOTIENT         PIC 9(04) VALUE 0.
           05  WS-LEAP-REMAINDER        PIC 9(03) VALUE 0.

       01  WS-SOURCE-CHECK              PIC X(02).
       01  WS-SOURCE-CHECK-R REDEFINES WS-SOURCE-CHECK.
           05  WS-SOURCE-NUM            PIC 9(02).

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

       01  WS-TRANSACTION-IMAGE.
           05  WTI-ACTION-CODE          PIC X(01).
           05  WTI-ENTRY                PIC X(80).
           05  WTI-USER-ID              PIC X(08).

       01  WS-QUEUE-ENTRY.
           COPY WSENTRY.

       01  WS-ACCOUNT-FIELDS.
           05  WS-HD-ACCOUNT            PIC X(08) VALUE SPACES.
           05  WS-RV-ACCOUNT            PIC X(08) VALUE SPACES.
           05  WS-WO-ACCOUNT            PIC X(08) VALUE SPACES.
           05  WS-LOOKUP-CODE           PIC X(02) VALUE SPACES.
           05  WS-LOOKUP-ACCOUNT        PIC X(08) VALUE SPACES.

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

      *    One set of journal totals per currency written off: room
      *    for every rate on file plus the base currency.
       01  WS-JOURNAL-AREA.
           05  WS-JOURNAL-COUNT         PIC 9(2) VALUE 0.
           05  WS-JOURNAL-SUB           PIC 9(2) VALUE 0.
           05  WS-JOURNAL-HIT           PIC 9(2) VALUE 0.
           05  WS-JOURNAL-TABLE OCCURS 21 TIMES.
               10  WS-JNL-CURRENCY      PIC X(03).
               10  WS-JNL-RATE          PIC 9(05)V9(06).
               10  WS-JNL-HD-COUNT      PIC 9(7).
               10  WS-JNL-HD-AMOUNT     PIC S9(11)V99.
               10  WS-JNL-HD-BASE       PIC S9(11)V99.
               10  WS-JNL-RV-COUNT      PIC 9(7).
               10  WS-JNL-RV-AMOUNT     PIC S9(11)V99.
               10  WS-JNL-RV-BASE       PIC S9(11)V99.

       01  WS-STATUS-REF-AREA.
           05  WS-STATUS-COUNT          PIC 9(2) VALUE 0.
           05  WS-STATUS-MAX            PIC 9(2) VALUE 20.
           05  WS-STS-SUB               PIC 9(2) VALUE 0.
           05  WS-STATUS-TABLE OCCURS 20 TIMES.
               10  WS-STS-CODE          PIC X(02).
               10  WS-STS-ACCOUNT       PIC X(08).

       01  WS-SIGNOFF-AREA.
           05  WS-SIGNOFF-TABLE OCCURS 100 TIMES.
               10  WS-SGN-KEY           PIC X(10).
               10  WS-SGN-MANAGER-ID    PIC X(08).
               10  WS-SGN-USED          PIC X(01).

       01  WS-QUEUED-AREA.
           05  WS-QUEUED-KEY            PIC X(10) OCCURS 500 TIMES.

      *    Every aged item, kept so the register can be printed a
      *    branch at a time from a master read in key order.
       01  WS-ITEM-AREA.
           05  WS-ITEM-TABLE OCCURS 500 TIMES.
               10  WS-ITM-ENTRY         PIC X(80).
               10  WS-ITM-BRANCH        PIC 9(02).
               10  WS-ITM-DAYS          PIC S9(7).
               10  WS-ITM-DISPOSITION   PIC X(01).
               10  WS-ITM-MANAGER-ID    PIC X(08).
               10  WS-ITM-BASE-AMOUNT   PIC S9(11)V99.

       01  WS-ITEM-IMAGE.
           COPY WSENTRY REPLACING
               WS-ENTRY           BY ITM-ENTRY
               WSE-RECORD-KEY     BY ITM-RECORD-KEY
               WSE-EFFECTIVE-DATE BY ITM-EFFECTIVE-DATE
               WSE-AMOUNT         BY ITM-AMOUNT
               WSE-STATUS-CODE    BY ITM-STATUS-CODE
               WSE-SOURCE-ID      BY ITM-SOURCE-ID
               WSE-CURRENCY-CODE  BY ITM-CURRENCY-CODE.

       01  WS-BRANCH-TOTALS.
           05  WS-BRT-WRITTEN-COUNT     PIC 9(5) VALUE 0.
           05  WS-BRT-WRITTEN-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-BRT-AWAITING-COUNT    PIC 9(5) VALUE 0.
           05  WS-BRT-AWAITING-AMOUNT   PIC S9(11)V99 VALUE 0.
           05  WS-BRT-ITEM-COUNT        PIC 9(5) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRT-WRITTEN-AMOUNT    PIC S9(13)V99 VALUE 0.
           05  WS-GRT-AWAITING-AMOUNT   PIC S9(13)V99 VALUE 0.

      *    The line just cut, for its copy on GLHIST.
       01  WS-HISTORY-LINE              PIC X(80) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  GLH-RECORD-TYPE          PIC X(02) VALUE 'BH'.
           05  GLH-CYCLE-DATE           PIC 9(08).
           05  GLH-RECORD-COUNT         PIC 9(07).
           05  GLH-AMOUNT-TOTAL         PIC S9(13)V99.
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  GLD-RECORD-TYPE          PIC X(02) VALUE 'BD'.
           05  GLD-GL-ACCOUNT           PIC X(08).
           05  GLD-EFFECTIVE-DATE       PIC 9(08).
           05  GLD-STATUS-CODE          PIC X(02).
           05  GLD-AMOUNT               PIC S9(11)V99.
           05  GLD-RECORD-COUNT         PIC 9(07).
           05  GLD-CURRENCY-CODE        PIC X(03).
           05  GLD-ORIGINAL-AMOUNT      PIC S9(11)V99.
           05  GLD-EXCHANGE-RATE        PIC 9(05)V9(06).
           05  FILLER                   PIC X(13) VALUE SPACES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(23)
                                        VALUE 'Write-off register run '.
           05  RH-RUN-DATE              PIC 9(08).
           05  FILLER                   PIC X(25)
                                   VALUE ', sign-off required over '.
           05  RH-THRESHOLD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(34)
                         VALUE ', queued and journalled for cycle '.
           05  RH-QUEUE-CYCLE-DATE      PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(12) VALUE 'Key'.
           05  FILLER                   PIC X(10) VALUE 'Eff date'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'Amount'.
           05  FILLER                   PIC X(05) VALUE 'Cur'.
           05  FILLER                   PIC X(04) VALUE 'St'.
           05  FILLER                   PIC X(09) VALUE '   Days'.
           05  FILLER                   PIC X(20) VALUE 'Disposition'.
           05  FILLER                   PIC X(13) VALUE 'Signed off by'.

       01  WS-BRANCH-HEADER-LINE.
           05  FILLER                   PIC X(07) VALUE 'Branch '.
           05  BH-SOURCE-ID             PIC X(02).

       01  WS-ITEM-LINE.
           05  IL-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-DAYS                  PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-DISPOSITION           PIC X(18).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-MANAGER-ID            PIC X(08).

       01  WS-BRANCH-TOTAL-LINE.
           05  BT-TITLE                 PIC X(16).
           05  FILLER                   PIC X(14)
                                        VALUE 'written off '.
           05  BT-WRITTEN-COUNT         PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BT-WRITTEN-AMOUNT        PIC -(13)9.99.
           05  FILLER                   PIC X(23)
                                        VALUE ', awaiting sign-off '.
           05  BT-AWAITING-COUNT        PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BT-AWAITING-AMOUNT       PIC -(13)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BT-BASE-CURRENCY         PIC X(03).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(06) VALUE 'Read: '.
           05  TL-READ                  PIC ZZZZZZ9.
           05  FILLER                   PIC X(12) VALUE ', aged 90+: '.
           05  TL-AGED                  PIC ZZZZZZ9.
           05  FILLER                   PIC X(16)
                                        VALUE ', already queued'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  TL-ALREADY               PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE ', unusable: '.
           05  TL-UNUSABLE              PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE ', deferred: '.
           05  TL-DEFERRED              PIC ZZZZ9.
           05  FILLER                   PIC X(19)
                                        VALUE ', awaiting override'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  TL-LOCKED                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-READ-PARAMETER
           PERFORM 0150-LOAD-STATUS-TABLE
           PERFORM 0200-LOAD-SIGNOFFS
           PERFORM 0250-READ-PERIOD-CONTROL
           PERFORM 0300-SET-QUEUE-CYCLE
           PERFORM 0350-LOAD-BASE-CURRENCY
           PERFORM 0360-LOAD-RATES
           PERFORM 0400-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0500-CARRY-EXISTING-QUEUE
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0600-SET-RUN-DATE
           PERFORM 1000-SCAN-MASTER
           CLOSE INDEXED-FILE
           CLOSE WORK-FILE
           IF WS-WRITTEN-COUNT > 0
               PERFORM 1700-CONVERT-JOURNAL
               PERFORM 2000-REBUILD-TRANSACTION-FILE
               PERFORM 3000-WRITE-WRITE-OFF-BATCH
           ELSE
               DISPLAY 'Nothing written off - no batch added to '
                   'WOFGLF, TRNFILE left as it stands'
           END-IF
           PERFORM 4000-PRINT-REGISTER
           PERFORM 5000-CHECK-UNUSED-SIGNOFFS
           CLOSE REPORT-FILE
           DISPLAY 'Write-off run complete: ' WS-WRITTEN-COUNT
               ' written off, ' WS-AWAITING-COUNT
               ' awaiting sign-off, ' WS-LOCKED-COUNT
               ' awaiting override, queued for cycle '
               WS-QUEUE-CYCLE-DATE
           IF WS-UNUSABLE-COUNT > 0
               OR WS-DEFERRED-COUNT > 0
               OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-PARAMETER.
           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WFP-THRESHOLD NUMERIC
                           MOVE WFP-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'WOFPARM not found - using default sign-off '
                   'threshold ' WS-DEFAULT-THRESHOLD
           END-IF.

       0150-LOAD-STATUS-TABLE.
      *    The journal needs the account of every code it touches -
      *    the two it takes the items off and the written-off code
      *    it puts them on.  Any of the three missing stops the run
      *    before anything is queued.
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
           END-IF
           MOVE 'HD' TO WS-LOOKUP-CODE
           PERFORM 0170-FIND-STATUS-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-HD-ACCOUNT
           MOVE 'RV' TO WS-LOOKUP-CODE
           PERFORM 0170-FIND-STATUS-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-RV-ACCOUNT
           MOVE WS-WRITE-OFF-CODE TO WS-LOOKUP-CODE
           PERFORM 0170-FIND-STATUS-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-WO-ACCOUNT.

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

       0170-FIND-STATUS-ACCOUNT.
           MOVE 'N' TO WS-STS-FOUND-SWITCH
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
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
               DISPLAY 'Error: status code ' WS-LOOKUP-CODE
                   ' is not on STSFILE'
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0200-LOAD-SIGNOFFS.
      *    No WOFSGN just means management has signed nothing off
      *    this month - items over the threshold wait.
           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ SIGNOFF-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0210-STORE-SIGNOFF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           ELSE
               IF WS-SIGNOFF-STATUS NOT = '35'
                   DISPLAY 'Warning: WOFSGN open failed, status '
                       WS-SIGNOFF-STATUS ' - no sign-offs applied'
               END-IF
           END-IF.

       0210-STORE-SIGNOFF.
      *    A card with no manager id is no sign-off.
           IF WSG-MANAGER-ID = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'Warning: sign-off for ' WSG-RECORD-KEY
                   ' has no manager id - ignored'
           ELSE
               IF WS-SIGNOFF-COUNT < WS-SIGNOFF-MAX
                   ADD 1 TO WS-SIGNOFF-COUNT
                   MOVE WSG-RECORD-KEY
                       TO WS-SGN-KEY(WS-SIGNOFF-COUNT)
                   MOVE WSG-MANAGER-ID
                       TO WS-SGN-MANAGER-ID(WS-SIGNOFF-COUNT)
                   MOVE 'N' TO WS-SGN-USED(WS-SIGNOFF-COUNT)
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'Warning: sign-off table full - '
                       WSG-RECORD-KEY ' not loaded'
               END-IF
           END-IF.

       0250-READ-PERIOD-CONTROL.
      *    The same period lock TBLUPDT applies.  No PERCTL means
      *    no month has been closed yet; any other failure stops
      *    the run rather than queue write-offs TBLUPDT will refuse.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CTL-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-CLOSED-PERIOD NUMERIC
                           MOVE PC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               IF WS-PERIOD-CTL-STATUS NOT = '35'
                   DISPLAY 'Error: PERCTL open failed, status '
                       WS-PERIOD-CTL-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-CLOSED-PERIOD > 0
               DISPLAY 'Periods through ' WS-CLOSED-PERIOD
                   ' are closed'
               PERFORM 0260-LOAD-OVERRIDES
           END-IF.

       0260-LOAD-OVERRIDES.
      *    One card per key a controller has reopened; a card with
      *    no controller id is no override.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ OVERRIDE-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0270-STORE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           ELSE
               IF WS-OVERRIDE-STATUS NOT = '35'
                   DISPLAY 'Warning: CLSOVR open failed, status '
                       WS-OVERRIDE-STATUS ' - no overrides applied'
               END-IF
           END-IF.

       0270-STORE-OVERRIDE.
           IF OVR-CONTROLLER-ID = SPACES
               DISPLAY 'Warning: override for ' OVR-RECORD-KEY
                   ' has no controller id - ignored'
           ELSE
               IF WS-OVERRIDE-COUNT < WS-OVERRIDE-MAX
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE OVR-RECORD-KEY
                       TO WS-OVR-KEY(WS-OVERRIDE-COUNT)
                   MOVE OVR-CONTROLLER-ID
                       TO WS-OVR-CONTROLLER-ID(WS-OVERRIDE-COUNT)
               ELSE
                   DISPLAY 'Warning: override table full - '
                       OVR-RECORD-KEY ' not loaded'
               END-IF
           END-IF.

       0300-SET-QUEUE-CYCLE.
      *    The same cycle TBLMNT queues for: the first CALFILE
      *    business date after the last clean load, whose TBLUPDT
      *    step applies the queue.  As in TBLMNT the calendar is
      *    required and a missing STATFILE only means no load yet.
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
                   PERFORM 9993-ABEND-CALENDAR
               END-IF
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'Error: CALFILE open failed, status '
                   WS-CALENDAR-STATUS
               PERFORM 9993-ABEND-CALENDAR
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF WS-QUEUE-CYCLE-DATE = 0
                               AND CAL-BUSINESS-DATE NUMERIC
                               AND CAL-BUSINESS-DATE
                                   > WS-LAST-LOADED-DATE
                               MOVE CAL-BUSINESS-DATE
                                   TO WS-QUEUE-CYCLE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-QUEUE-CYCLE-DATE = 0
               DISPLAY 'Error: no business date on CALFILE after '
                   'last load ' WS-LAST-LOADED-DATE
               PERFORM 9993-ABEND-CALENDAR
           END-IF.

       0350-LOAD-BASE-CURRENCY.
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

       0360-LOAD-RATES.
      *    The run sits between cycles, so it takes the rates of
      *    the last cycle loaded - the newest set treasury has sent.
      *    No RATFILE only matters if a foreign item is due.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-LAST-LOADED-DATE
                               PERFORM 0370-STORE-RATE
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

       0370-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 1290-FIND-RATE
               IF WS-RATE-FOUND
                   DISPLAY 'Warning: second RATFILE rate for '
                       RT-CURRENCY-CODE ' on ' WS-LAST-LOADED-DATE
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

       0400-OPEN-FILES.
           OPEN INPUT INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: IDXFILE open failed, status '
                   WS-INDEXED-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: WOFWRK open failed, status '
                   WS-WORK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: WOFRPT open failed, status '
                   WS-REPORT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0500-CARRY-EXISTING-QUEUE.
      *    Transactions already on TRNFILE for the cycle go to the
      *    work file first, as in TBLMNT, so the rebuilt TRNFILE
      *    keeps them.  Keys they already change to 'WO' are noted
      *    so a second run before TBLUPDT does not queue - and
      *    journal - the same write-off twice.  A TRNFILE that does
      *    not balance is left for operations to look at.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-TRANSACTION-STATUS NOT = '00'
                   DISPLAY 'Error: TRNFILE open failed, status '
                       WS-TRANSACTION-STATUS
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-FILE
                       READ TRANSACTION-FILE
                           AT END
                               SET WS-EOF-FILE TO TRUE
                           NOT AT END
                               PERFORM 0510-CARRY-QUEUE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
                   PERFORM 0550-CHECK-CARRIED-QUEUE
               END-IF
           END-IF.

       0510-CARRY-QUEUE-RECORD.
           MOVE TRANSACTION-RECORD TO WS-CONTROL-ENTRY
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   CONTINUE
               WHEN HT-HEADER-RECORD
                   IF WS-HEADER-SEEN
                       DISPLAY 'Error: TRNFILE header out of place'
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE HT-CYCLE-DATE TO WS-TRNFILE-CYCLE-DATE
                   IF WS-TRNFILE-CYCLE-DATE
                       NOT < WS-QUEUE-CYCLE-DATE
                       SET WS-CARRY-QUEUE TO TRUE
                   END-IF
               WHEN HT-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   IF WS-CARRIED-COUNT NOT = HT-RECORD-COUNT
                       OR WS-QUEUE-HASH NOT = HT-HASH-TOTAL
                       DISPLAY 'Error: TRNFILE does not agree with '
                           'its trailer'
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               WHEN OTHER
                   IF NOT WS-HEADER-SEEN
                       DISPLAY 'Error: TRNFILE header missing'
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE TRN-ENTRY TO WS-QUEUE-ENTRY
                   IF WSE-AMOUNT NUMERIC
                       ADD WSE-AMOUNT TO WS-QUEUE-HASH
                   END-IF
                   IF WS-CARRY-QUEUE
                       WRITE WORK-RECORD FROM TRANSACTION-RECORD
                       IF TRN-ACTION-CODE = 'C'
                           AND WSE-STATUS-CODE = WS-WRITE-OFF-CODE
                           PERFORM 0520-NOTE-QUEUED-KEY
                       END-IF
                   END-IF
           END-EVALUATE.

       0520-NOTE-QUEUED-KEY.
           IF WS-QUEUED-KEY-COUNT < WS-QUEUED-MAX
               ADD 1 TO WS-QUEUED-KEY-COUNT
               MOVE WSE-RECORD-KEY
                   TO WS-QUEUED-KEY(WS-QUEUED-KEY-COUNT)
           ELSE
               DISPLAY 'Error: TRNFILE holds more queued write-offs '
                   'than can be checked'
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0550-CHECK-CARRIED-QUEUE.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'Error: TRNFILE trailer missing'
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-CARRY-QUEUE
               MOVE WS-CARRIED-COUNT TO WS-QUEUE-COUNT
               MOVE WS-TRNFILE-CYCLE-DATE TO WS-QUEUE-CYCLE-DATE
               DISPLAY 'TRNFILE already holds ' WS-CARRIED-COUNT
                   ' transactions for cycle ' WS-QUEUE-CYCLE-DATE
           ELSE
               IF NOT WS-ABORT-RUN
                   PERFORM 0560-CHECK-PAST-QUEUE-APPLIED
               END-IF
               MOVE 0 TO WS-QUEUE-COUNT
               MOVE 0 TO WS-QUEUE-HASH
               IF WS-PAST-QUEUE-APPLIED
                   DISPLAY 'TRNFILE for cycle ' WS-TRNFILE-CYCLE-DATE
                       ' is applied - new queue for cycle '
                       WS-QUEUE-CYCLE-DATE
               END-IF
           END-IF.

       0560-CHECK-PAST-QUEUE-APPLIED.
      *    A TRNFILE for an earlier cycle is only dropped once the
      *    cycle driver has TBLUPDT complete for that cycle on
      *    STEPSTS (last record wins); until then its transactions
      *    have not reached the master and rebuilding over the
      *    file would lose them.
           MOVE 'N' TO WS-APPLIED-SWITCH
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEP-STATUS-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ STEP-STATUS-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF SS-CYCLE-DATE = WS-TRNFILE-CYCLE-DATE
                               AND SS-STEP-NAME = 'TBLUPDT'
                               MOVE SS-STEP-STATE
                                   TO WS-APPLIED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           ELSE
               IF WS-STEP-STATUS-STATUS NOT = '35'
                   DISPLAY 'Error: STEPSTS open failed, status '
                       WS-STEP-STATUS-STATUS
               END-IF
           END-IF
           IF NOT WS-PAST-QUEUE-APPLIED
               DISPLAY 'Error: TRNFILE for cycle '
                   WS-TRNFILE-CYCLE-DATE ' has not been applied - '
                   'TBLUPDT not complete for it on STEPSTS'
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0600-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       1000-SCAN-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ INDEXED-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF IDX-STATUS-CODE = 'HD'
                           OR IDX-STATUS-CODE = 'RV'
                           PERFORM 1100-AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEFERRED-COUNT > 0
               DISPLAY 'Warning: ' WS-DEFERRED-COUNT ' aged items '
                   'did not fit the register - left for the next run'
           END-IF.

       1100-AGE-ONE-ITEM.
      *    Aged exactly as TBLAGE ages it.  TBLAGE puts an item
      *    with an unusable date in 90+ so somebody looks at it;
      *    here it is listed for that same look but never written
      *    off, since nothing proves it is 90 days old.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           IF IDX-EFFECTIVE-DATE NUMERIC
               AND IDX-EFFECTIVE-DATE > 0
               MOVE IDX-EFFECTIVE-DATE TO WS-EDIT-DATE
               PERFORM 1150-CHECK-EFFECTIVE-DATE
           END-IF
           IF WS-DATE-OK
               COMPUTE WS-ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
               COMPUTE WS-ITEM-DAYS =
                   WS-RUN-DAY-NUMBER - WS-ITEM-DAY-NUMBER
           ELSE
               MOVE 99999 TO WS-ITEM-DAYS
           END-IF
           IF WS-ITEM-DAYS NOT < WS-AGE-DAYS
               ADD 1 TO WS-AGED-COUNT
               IF WS-ITEM-COUNT < WS-ITEM-MAX
                   PERFORM 1200-CLASSIFY-AGED-ITEM
               ELSE
                   ADD 1 TO WS-DEFERRED-COUNT
               END-IF
           END-IF.

       1150-CHECK-EFFECTIVE-DATE.
      *    The same calendar rules TBLEDIT enforces on the way in.
           IF WS-ED-YEAR >= 1900 AND WS-ED-YEAR <= 2099
               AND WS-ED-MONTH >= 1 AND WS-ED-MONTH <= 12
               PERFORM 1160-SET-DAYS-IN-MONTH
               IF WS-ED-DAY >= 1
                   AND WS-ED-DAY <= WS-DAYS-IN-MONTH
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       1160-SET-DAYS-IN-MONTH.
           EVALUATE WS-ED-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1170-SET-FEBRUARY-DAYS
           END-EVALUATE.

       1170-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-ED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-ED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   DIVIDE WS-ED-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       1200-CLASSIFY-AGED-ITEM.
      *    Dispositions: W written off, S awaiting sign-off, L
      *    awaiting a period override, Q already queued, U
      *    unusable date, amount or currency.
           MOVE SPACES TO WS-ITEM-MANAGER-ID
           MOVE 0 TO WS-ITEM-BASE-AMOUNT
           PERFORM 1250-CHECK-ALREADY-QUEUED
           PERFORM 1270-SET-ITEM-RATE
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   MOVE 'Q' TO WS-ITEM-DISPOSITION
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN NOT WS-DATE-OK
                   MOVE 'U' TO WS-ITEM-DISPOSITION
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY 'Warning: record ' IDX-RECORD-KEY
                       ' has an invalid effective date - not '
                       'written off'
               WHEN IDX-AMOUNT NOT NUMERIC
                   MOVE 'U' TO WS-ITEM-DISPOSITION
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY 'Warning: record ' IDX-RECORD-KEY
                       ' has a non-numeric amount - not written off'
               WHEN NOT WS-ITEM-RATE-OK
                   MOVE 'U' TO WS-ITEM-DISPOSITION
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY 'Warning: record ' IDX-RECORD-KEY
                       ' has no ' WS-POST-CURRENCY ' rate for '
                       WS-LAST-LOADED-DATE ' - not written off'
               WHEN OTHER
                   PERFORM 1300-CHECK-THRESHOLD
           END-EVALUATE
           ADD 1 TO WS-ITEM-COUNT
           MOVE IDX-ENTRY TO WS-ITM-ENTRY(WS-ITEM-COUNT)
           MOVE IDX-SOURCE-ID TO WS-SOURCE-CHECK
           IF WS-SOURCE-CHECK NUMERIC
               AND WS-SOURCE-NUM >= 1
               AND WS-SOURCE-NUM <= WS-BRANCH-MAX
               MOVE WS-SOURCE-NUM TO WS-ITM-BRANCH(WS-ITEM-COUNT)
           ELSE
               MOVE 0 TO WS-ITM-BRANCH(WS-ITEM-COUNT)
           END-IF
           MOVE WS-ITEM-DAYS TO WS-ITM-DAYS(WS-ITEM-COUNT)
           MOVE WS-ITEM-DISPOSITION
               TO WS-ITM-DISPOSITION(WS-ITEM-COUNT)
           MOVE WS-ITEM-MANAGER-ID
               TO WS-ITM-MANAGER-ID(WS-ITEM-COUNT)
           MOVE WS-ITEM-BASE-AMOUNT
               TO WS-ITM-BASE-AMOUNT(WS-ITEM-COUNT).

       1250-CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QUEUED-KEY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-QUEUED-KEY(WS-SUB) = IDX-RECORD-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1270-SET-ITEM-RATE.
      *    Base-currency items convert at one.  A foreign item
      *    converts only at the last cycle's own rate, never an
      *    older one, and one too large to convert is unusable.
           IF IDX-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE IDX-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-ITEM-RATE-SWITCH
           MOVE 0 TO WS-ITEM-RATE
           IF WS-POST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-ITEM-RATE
               SET WS-ITEM-RATE-OK TO TRUE
           ELSE
               PERFORM 1290-FIND-RATE
               IF WS-RATE-FOUND
                   MOVE WS-RAT-RATE(WS-RATE-HIT) TO WS-ITEM-RATE
                   SET WS-ITEM-RATE-OK TO TRUE
               END-IF
           END-IF
           IF WS-ITEM-RATE-OK AND IDX-AMOUNT NUMERIC
               COMPUTE WS-ITEM-BASE-AMOUNT ROUNDED =
                   IDX-AMOUNT * WS-ITEM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ITEM-RATE-SWITCH
               END-COMPUTE
           END-IF.

       1290-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       1300-CHECK-THRESHOLD.
      *    The threshold is on the size of the item, either sign -
      *    a large reversal is as much money as a large hold - in
      *    the base currency, so it means the same for every branch.
           MOVE WS-ITEM-BASE-AMOUNT TO WS-ITEM-SIZE
           IF WS-ITEM-SIZE < 0
               COMPUTE WS-ITEM-SIZE = 0 - WS-ITEM-SIZE
           END-IF
           IF WS-ITEM-SIZE > WS-THRESHOLD
               PERFORM 1350-FIND-SIGNOFF
               IF WS-ENTRY-FOUND
                   PERFORM 1370-CHECK-PERIOD-LOCK
               ELSE
                   MOVE 'S' TO WS-ITEM-DISPOSITION
                   ADD 1 TO WS-AWAITING-COUNT
                   ADD WS-ITEM-BASE-AMOUNT TO WS-GRT-AWAITING-AMOUNT
               END-IF
           ELSE
               PERFORM 1370-CHECK-PERIOD-LOCK
           END-IF.

       1350-FIND-SIGNOFF.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SIGNOFF-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SGN-KEY(WS-SUB) = IDX-RECORD-KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE 'Y' TO WS-SGN-USED(WS-SUB)
                   MOVE WS-SGN-MANAGER-ID(WS-SUB)
                       TO WS-ITEM-MANAGER-ID
               END-IF
           END-PERFORM.

       1370-CHECK-PERIOD-LOCK.
      *    The status change is applied by TBLUPDT under the period
      *    lock, so an item dated in a closed month is only queued
      *    - and journalled - when a controller has reopened its
      *    key.  A sign-off it used stays used: it is still good.
           MOVE SPACES TO WS-OVERRIDE-ID
           MOVE IDX-EFFECTIVE-DATE TO WS-LOCK-DATE
           IF WS-CLOSED-PERIOD > 0
               AND WS-LD-PERIOD NOT > WS-CLOSED-PERIOD
               PERFORM 1380-FIND-OVERRIDE
           END-IF
           IF WS-CLOSED-PERIOD > 0
               AND WS-LD-PERIOD NOT > WS-CLOSED-PERIOD
               AND WS-OVERRIDE-ID = SPACES
               MOVE 'L' TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-LOCKED-COUNT
               DISPLAY 'Record ' IDX-RECORD-KEY ' is dated in closed '
                   'period ' WS-LD-PERIOD ' - awaiting override'
           ELSE
               PERFORM 1400-QUEUE-WRITE-OFF
           END-IF.

       1380-FIND-OVERRIDE.
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB > WS-OVERRIDE-COUNT
                   OR WS-OVERRIDE-ID NOT = SPACES
               IF WS-OVR-KEY(WS-OVR-SUB) = IDX-RECORD-KEY
                   MOVE WS-OVR-CONTROLLER-ID(WS-OVR-SUB)
                       TO WS-OVERRIDE-ID
               END-IF
           END-PERFORM.

       1400-QUEUE-WRITE-OFF.
      *    The master image with only the status changed, so
      *    TBLUPDT sees no movement in the amount.
           MOVE IDX-ENTRY TO WS-QUEUE-ENTRY
           MOVE WS-WRITE-OFF-CODE TO WSE-STATUS-CODE
           MOVE 'C' TO WTI-ACTION-CODE
           MOVE WS-QUEUE-ENTRY TO WTI-ENTRY
           MOVE WS-WRITE-OFF-USER TO WTI-USER-ID
           WRITE WORK-RECORD FROM WS-TRANSACTION-IMAGE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: WOFWRK write failed, status '
                   WS-WORK-STATUS
               PERFORM 9998-ABEND-QUEUE
           END-IF
           MOVE 'W' TO WS-ITEM-DISPOSITION
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-QUEUE-COUNT
           ADD IDX-AMOUNT TO WS-QUEUE-HASH
           ADD WS-ITEM-BASE-AMOUNT TO WS-GRT-WRITTEN-AMOUNT
           PERFORM 1450-FIND-JOURNAL-SLOT
           IF IDX-STATUS-CODE = 'HD'
               ADD 1 TO WS-JNL-HD-COUNT(WS-JOURNAL-HIT)
               ADD IDX-AMOUNT TO WS-JNL-HD-AMOUNT(WS-JOURNAL-HIT)
           ELSE
               ADD 1 TO WS-JNL-RV-COUNT(WS-JOURNAL-HIT)
               ADD IDX-AMOUNT TO WS-JNL-RV-AMOUNT(WS-JOURNAL-HIT)
           END-IF.

       1450-FIND-JOURNAL-SLOT.
      *    A currency only reaches here with a rate, so the table
      *    (every rate on file plus the base) cannot overflow.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-JNL-CURRENCY(WS-JOURNAL-SUB) = WS-POST-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-JOURNAL-SUB TO WS-JOURNAL-HIT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-HIT
               MOVE WS-POST-CURRENCY
                   TO WS-JNL-CURRENCY(WS-JOURNAL-HIT)
               MOVE WS-ITEM-RATE TO WS-JNL-RATE(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-HD-COUNT(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-HD-AMOUNT(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-HD-BASE(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-RV-COUNT(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-RV-AMOUNT(WS-JOURNAL-HIT)
               MOVE 0 TO WS-JNL-RV-BASE(WS-JOURNAL-HIT)
           END-IF.

       1700-CONVERT-JOURNAL.
      *    Converted before anything is queued, so a total too
      *    large to convert leaves TRNFILE and WOFGLF untouched.
      *    The written-off line is the sum of the two converted
      *    lines, so each currency's postings net to zero in base.
           MOVE 0 TO WS-POSTED-COUNT
           PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
               COMPUTE WS-JNL-HD-BASE(WS-JOURNAL-SUB) ROUNDED =
                   WS-JNL-HD-AMOUNT(WS-JOURNAL-SUB)
                   * WS-JNL-RATE(WS-JOURNAL-SUB)
                   ON SIZE ERROR
                       PERFORM 9995-ABEND-CONVERSION
               END-COMPUTE
               COMPUTE WS-JNL-RV-BASE(WS-JOURNAL-SUB) ROUNDED =
                   WS-JNL-RV-AMOUNT(WS-JOURNAL-SUB)
                   * WS-JNL-RATE(WS-JOURNAL-SUB)
                   ON SIZE ERROR
                       PERFORM 9995-ABEND-CONVERSION
               END-COMPUTE
               COMPUTE WS-POSTED-COUNT = WS-POSTED-COUNT
                   + (WS-JNL-HD-COUNT(WS-JOURNAL-SUB)
                   + WS-JNL-RV-COUNT(WS-JOURNAL-SUB)) * 2
           END-PERFORM.

       2000-REBUILD-TRANSACTION-FILE.
      *    Header, every queued transaction, then a trailer whose
      *    count and hash are exactly what TBLUPDT's verify pass
      *    will add up - the same rebuild TBLMNT does at sign-off.
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: WOFWRK reopen failed, status '
                   WS-WORK-STATUS
               PERFORM 9998-ABEND-QUEUE
           END-IF
           OPEN OUTPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = '00'
               DISPLAY 'Error: TRNFILE open failed, status '
                   WS-TRANSACTION-STATUS
               PERFORM 9998-ABEND-QUEUE
           END-IF
           MOVE SPACES TO WS-CONTROL-ENTRY
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE WS-QUEUE-CYCLE-DATE TO HT-CYCLE-DATE
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-CONTROL-ENTRY TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ WORK-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO TRANSACTION-RECORD
                       WRITE TRANSACTION-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-CONTROL-ENTRY
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-QUEUE-COUNT TO HT-RECORD-COUNT
           MOVE WS-QUEUE-HASH TO HT-HASH-TOTAL
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-CONTROL-ENTRY TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           CLOSE WORK-FILE
           CLOSE TRANSACTION-FILE
           DISPLAY 'TRNFILE rebuilt: ' WS-QUEUE-COUNT
               ' transactions for cycle ' WS-QUEUE-CYCLE-DATE.

       3000-WRITE-WRITE-OFF-BATCH.
      *    Cut only once the transactions are safely on TRNFILE, so
      *    the ledger never carries a write-off the master will not.
      *    Each item is posted twice - off its own account, onto
      *    the written-off account - and the header count and
      *    amount are the sums of the details, as on GLFILE.  The
      *    batch is added after any the ledger has not yet taken,
      *    dated the cycle that applies the write-offs.
           OPEN EXTEND EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '35'
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Error: WOFGLF open failed, status '
                   WS-EXTRACT-STATUS
               PERFORM 9996-ABEND-BATCH
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: GLHIST open failed, status '
                   WS-HISTORY-STATUS
               PERFORM 9996-ABEND-BATCH
           END-IF
           MOVE WS-QUEUE-CYCLE-DATE TO GLH-CYCLE-DATE
           MOVE WS-POSTED-COUNT TO GLH-RECORD-COUNT
           MOVE 0 TO GLH-AMOUNT-TOTAL
           WRITE EXTRACT-RECORD FROM WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-HISTORY-LINE
           PERFORM 3200-WRITE-HISTORY-RECORD
           PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
               PERFORM 3050-WRITE-CURRENCY-LINES
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE.

       3050-WRITE-CURRENCY-LINES.
           MOVE WS-JNL-CURRENCY(WS-JOURNAL-SUB) TO GLD-CURRENCY-CODE
           MOVE WS-JNL-RATE(WS-JOURNAL-SUB) TO GLD-EXCHANGE-RATE
           IF WS-JNL-HD-COUNT(WS-JOURNAL-SUB) > 0
               MOVE WS-HD-ACCOUNT TO GLD-GL-ACCOUNT
               MOVE 'HD' TO GLD-STATUS-CODE
               COMPUTE GLD-AMOUNT =
                   0 - WS-JNL-HD-BASE(WS-JOURNAL-SUB)
               COMPUTE GLD-ORIGINAL-AMOUNT =
                   0 - WS-JNL-HD-AMOUNT(WS-JOURNAL-SUB)
               MOVE WS-JNL-HD-COUNT(WS-JOURNAL-SUB)
                   TO GLD-RECORD-COUNT
               PERFORM 3100-WRITE-BATCH-DETAIL
           END-IF
           IF WS-JNL-RV-COUNT(WS-JOURNAL-SUB) > 0
               MOVE WS-RV-ACCOUNT TO GLD-GL-ACCOUNT
               MOVE 'RV' TO GLD-STATUS-CODE
               COMPUTE GLD-AMOUNT =
                   0 - WS-JNL-RV-BASE(WS-JOURNAL-SUB)
               COMPUTE GLD-ORIGINAL-AMOUNT =
                   0 - WS-JNL-RV-AMOUNT(WS-JOURNAL-SUB)
               MOVE WS-JNL-RV-COUNT(WS-JOURNAL-SUB)
                   TO GLD-RECORD-COUNT
               PERFORM 3100-WRITE-BATCH-DETAIL
           END-IF
           MOVE WS-WO-ACCOUNT TO GLD-GL-ACCOUNT
           MOVE WS-WRITE-OFF-CODE TO GLD-STATUS-CODE
           COMPUTE GLD-AMOUNT = WS-JNL-HD-BASE(WS-JOURNAL-SUB)
               + WS-JNL-RV-BASE(WS-JOURNAL-SUB)
           COMPUTE GLD-ORIGINAL-AMOUNT =
               WS-JNL-HD-AMOUNT(WS-JOURNAL-SUB)
               + WS-JNL-RV-AMOUNT(WS-JOURNAL-SUB)
           COMPUTE GLD-RECORD-COUNT = WS-JNL-HD-COUNT(WS-JOURNAL-SUB)
               + WS-JNL-RV-COUNT(WS-JOURNAL-SUB)
           PERFORM 3100-WRITE-BATCH-DETAIL.

       3100-WRITE-BATCH-DETAIL.
           MOVE WS-QUEUE-CYCLE-DATE TO GLD-EFFECTIVE-DATE
           WRITE EXTRACT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-HISTORY-LINE
           PERFORM 3200-WRITE-HISTORY-RECORD.

       3200-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           SET GLX-FROM-WRITE-OFF TO TRUE
           MOVE WS-HISTORY-LINE TO GLX-POSTING
           WRITE HISTORY-RECORD.

       4000-PRINT-REGISTER.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-THRESHOLD TO RH-THRESHOLD
           MOVE WS-QUEUE-CYCLE-DATE TO RH-QUEUE-CYCLE-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX
               PERFORM 4100-PRINT-ONE-BRANCH
           END-PERFORM
      *    Items whose source id is not a branch print last.
           MOVE 0 TO WS-BRANCH-SUB
           PERFORM 4100-PRINT-ONE-BRANCH
           MOVE 'All branches    ' TO BT-TITLE
           MOVE WS-WRITTEN-COUNT TO BT-WRITTEN-COUNT
           MOVE WS-GRT-WRITTEN-AMOUNT TO BT-WRITTEN-AMOUNT
           MOVE WS-AWAITING-COUNT TO BT-AWAITING-COUNT
           MOVE WS-GRT-AWAITING-AMOUNT TO BT-AWAITING-AMOUNT
           MOVE WS-BASE-CURRENCY TO BT-BASE-CURRENCY
           WRITE REPORT-RECORD FROM WS-BRANCH-TOTAL-LINE
           MOVE WS-READ-COUNT     TO TL-READ
           MOVE WS-AGED-COUNT     TO TL-AGED
           MOVE WS-ALREADY-COUNT  TO TL-ALREADY
           MOVE WS-UNUSABLE-COUNT TO TL-UNUSABLE
           MOVE WS-DEFERRED-COUNT TO TL-DEFERRED
           MOVE WS-LOCKED-COUNT   TO TL-LOCKED
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       4100-PRINT-ONE-BRANCH.
           MOVE 0 TO WS-BRT-WRITTEN-COUNT
           MOVE 0 TO WS-BRT-WRITTEN-AMOUNT
           MOVE 0 TO WS-BRT-AWAITING-COUNT
           MOVE 0 TO WS-BRT-AWAITING-AMOUNT
           MOVE 0 TO WS-BRT-ITEM-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT
               IF WS-ITM-BRANCH(WS-SUB) = WS-BRANCH-SUB
                   IF WS-BRT-ITEM-COUNT = 0
                       PERFORM 4150-PRINT-BRANCH-HEADER
                   END-IF
                   PERFORM 4200-PRINT-ITEM-LINE
               END-IF
           END-PERFORM
           IF WS-BRT-ITEM-COUNT > 0
               MOVE '  Branch total  ' TO BT-TITLE
               MOVE WS-BRT-WRITTEN-COUNT TO BT-WRITTEN-COUNT
               MOVE WS-BRT-WRITTEN-AMOUNT TO BT-WRITTEN-AMOUNT
               MOVE WS-BRT-AWAITING-COUNT TO BT-AWAITING-COUNT
               MOVE WS-BRT-AWAITING-AMOUNT TO BT-AWAITING-AMOUNT
               MOVE WS-BASE-CURRENCY TO BT-BASE-CURRENCY
               WRITE REPORT-RECORD FROM WS-BRANCH-TOTAL-LINE
           END-IF.

       4150-PRINT-BRANCH-HEADER.
           IF WS-BRANCH-SUB = 0
               MOVE '??' TO BH-SOURCE-ID
           ELSE
               MOVE WS-BRANCH-SUB TO WS-SOURCE-NUM
               MOVE WS-SOURCE-CHECK TO BH-SOURCE-ID
           END-IF
           WRITE REPORT-RECORD FROM WS-BRANCH-HEADER-LINE.

       4200-PRINT-ITEM-LINE.
           ADD 1 TO WS-BRT-ITEM-COUNT
           MOVE WS-ITM-ENTRY(WS-SUB) TO WS-ITEM-IMAGE
           MOVE SPACES TO WS-ITEM-LINE
           MOVE ITM-RECORD-KEY     TO IL-RECORD-KEY
           MOVE ITM-EFFECTIVE-DATE TO IL-EFFECTIVE-DATE
           IF ITM-AMOUNT NUMERIC
               MOVE ITM-AMOUNT     TO IL-AMOUNT
           ELSE
               MOVE 0              TO IL-AMOUNT
           END-IF
           IF ITM-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO IL-CURRENCY-CODE
           ELSE
               MOVE ITM-CURRENCY-CODE TO IL-CURRENCY-CODE
           END-IF
           MOVE ITM-STATUS-CODE    TO IL-STATUS-CODE
           MOVE WS-ITM-DAYS(WS-SUB) TO IL-DAYS
           MOVE WS-ITM-MANAGER-ID(WS-SUB) TO IL-MANAGER-ID
           EVALUATE WS-ITM-DISPOSITION(WS-SUB)
               WHEN 'W'
                   MOVE 'WRITTEN OFF'      TO IL-DISPOSITION
                   ADD 1 TO WS-BRT-WRITTEN-COUNT
                   ADD WS-ITM-BASE-AMOUNT(WS-SUB)
                       TO WS-BRT-WRITTEN-AMOUNT
               WHEN 'S'
                   MOVE 'AWAITING SIGN-OFF' TO IL-DISPOSITION
                   ADD 1 TO WS-BRT-AWAITING-COUNT
                   ADD WS-ITM-BASE-AMOUNT(WS-SUB)
                       TO WS-BRT-AWAITING-AMOUNT
               WHEN 'L'
                   MOVE 'AWAITING OVERRIDE' TO IL-DISPOSITION
               WHEN 'Q'
                   MOVE 'ALREADY QUEUED'   TO IL-DISPOSITION
               WHEN OTHER
                   MOVE 'REVIEW - UNUSABLE' TO IL-DISPOSITION
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-ITEM-LINE.

       5000-CHECK-UNUSED-SIGNOFFS.
      *    A sign-off that matched no aged item is most likely a
      *    mis-keyed record key - worth a look before next month.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SIGNOFF-COUNT
               IF WS-SGN-USED(WS-SUB) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'Warning: sign-off for '
                       WS-SGN-KEY(WS-SUB)
                       ' matched no item awaiting sign-off'
               END-IF
           END-PERFORM.

       9993-ABEND-CALENDAR.
      *    Nothing has been queued or posted yet.
           DISPLAY 'Fatal: queue cycle could not be set - '
               'nothing written off'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9994-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9995-ABEND-CONVERSION.
      *    Nothing has been queued or posted yet.
           DISPLAY 'Fatal: write-off total for '
               WS-JNL-CURRENCY(WS-JOURNAL-SUB)
               ' too large to convert - nothing written off'
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-BATCH.
      *    The write-offs are already queued on TRNFILE; the
      *    journal has to be cut before TBLUPDT applies them.
           DISPLAY 'Fatal: write-off batch could not be written - '
               WS-WRITTEN-COUNT ' write-offs are queued on TRNFILE'
           CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9998-ABEND-QUEUE.
      *    TRNFILE is either untouched or only partly rebuilt; the
      *    run's transactions are on WOFWRK for operations.
           DISPLAY 'Fatal: TRNFILE could not be rebuilt - the '
               'write-offs are on WOFWRK'
           CLOSE INDEXED-FILE
           CLOSE WORK-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: required file could not be opened - '
               'job terminated'
           CLOSE INDEXED-FILE
           CLOSE WORK-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

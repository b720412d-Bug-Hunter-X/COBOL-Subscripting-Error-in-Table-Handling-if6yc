      *    SLOT, AND SPOOLS THE POPULATED ENTRIES TO OUTFILE FOR
      *    DOWNSTREAM STEPS TO PICK UP, RATHER THAN DISCARDING THE
      *    TABLE AT STOP RUN.
      *    OVERFLOW RECORDS FROM THE PRIOR CYCLE (OVRPREV, LAST
      *    NIGHT'S OVRFILE AS RENAMED BY THE CYCLE DRIVER'S OVRSWAP
      *    STEP) ARE QUEUED AHEAD OF THE
      *    NEW INFILE RECORDS, EACH CARRYING A CYCLE-AGE COUNT, SO
      *    OVERFLOW FEEDS ITSELF BACK IN INSTEAD OF SITTING UNTIL
      *    SOMEONE DEALS WITH IT BY HAND.  A WARNING LINE IS ISSUED
      *    ABENDS ON A MISMATCH; A MATCHING TRAILER IS WRITTEN ON
      *    OUTFILE FOR TBLRPT TO VERIFY BEFORE PRINTING.
      *    INFILE6 IS THE RECYCLE FEED OUT OF TBLRCYC (REPAIRED
      *    EDIT REJECTS, WRAPPED IN ITS OWN HDR/TRL, RENAMED FROM
      *    RCYFILE BY THE DRIVER'S RCYSWAP STEP) AND MERGES
      *    EXACTLY LIKE A BRANCH FILE, STAMPED SOURCE ID '06'.
      *    EVERY SOURCE HEADER'S HT-CYCLE-DATE IS CHECKED AGAINST
      *    THE PROCESSING CALENDAR (CALFILE) AND THE STATFILE RUN
      *    OWN CTLFILE, SO THE DATE IS THE ONLY TELL.  AN OPERATOR
      *    OVERRIDE RECORD (CALOVRD) NAMING THE DATE LETS A
      *    LEGITIMATE REPROCESS THROUGH WITH A WARNING.
      *    THE BRANCH FEED SCHEDULE (FEEDSCH, SEE FEEDREF) SAYS
      *    WHICH SOURCES MUST SEND ON WHICH DAYS OF THE WEEK.  A
      *    SCHEDULED BRANCH FILE THAT IS ABSENT ON THE CYCLE DATE
      *    IS A MISSING FEED, NOT A QUIET DAY: A NOTICE FOR THE
      *    BRANCH IS PRINTED ON FEEDNTC, AND THE BRANCH'S SETTING
      *    EITHER HOLDS THE LOAD OR LETS IT RUN WITHOUT THE FILE.
      *    EACH BRANCH'S AUTHORIZATION LIMITS (LMTFILE, SEE LMTREF)
      *    ARE APPLIED AS RECORDS TAKE TABLE SLOTS: AN ITEM OVER
      *    ITS BRANCH'S SINGLE-ITEM LIMIT STILL LOADS, BUT FORCED TO
      *    'HD' STATUS SO IT CANNOT POST THROUGH TBLGL AS 'OK', AND
      *    IS LISTED ON THE LARGE-VALUE EXCEPTION REPORT (LVXRPT)
      *    FOR A SUPERVISOR TO RELEASE THROUGH TBLUPDT.  LVXRPT ENDS
      *    WITH EACH BRANCH'S DAY TOTAL AGAINST ITS DAILY LIMIT,
      *    FLAGGING A BREACH FOR THE TBLCTL CONTROL SHEET.  THE
      *    LIMITS ARE IN THE BASE CURRENCY (CURFILE): A FOREIGN
      *    ITEM IS MEASURED AT ITS RATFILE RATE FOR THE CYCLE DATE,
      *    AND ONE WITH NO RATE FOR THAT DAY CANNOT BE SHOWN TO BE
      *    WITHIN ITS BRANCH'S ITEM LIMIT, SO IT IS HELD TOO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-SCHEDULE-STATUS.

           SELECT FEED-NOTICE-FILE ASSIGN TO "FEEDNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-NOTICE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "LMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT LARGE-VALUE-FILE ASSIGN TO "LVXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LARGE-VALUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE-1
               WSE-EFFECTIVE-DATE BY IDX-EFFECTIVE-DATE
               WSE-AMOUNT         BY IDX-AMOUNT
               WSE-STATUS-CODE    BY IDX-STATUS-CODE
               WSE-SOURCE-ID      BY IDX-SOURCE-ID
               WSE-CURRENCY-CODE  BY IDX-CURRENCY-CODE.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05  OVD-CYCLE-DATE           PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  FEED-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FEED-SCHEDULE-RECORD.
           COPY FEEDREF.

       FD  FEED-NOTICE-FILE
           RECORDING MODE IS F.
       01  FEED-NOTICE-RECORD           PIC X(132).

       FD  LIMIT-FILE
           RECORDING MODE IS F.
       01  LIMIT-RECORD.
           COPY LMTREF.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           COPY RATREF.

       FD  LARGE-VALUE-FILE
           RECORDING MODE IS F.
       01  LARGE-VALUE-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT1-STATUS         PIC X(02) VALUE '00'.
           05  WS-MASTER-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
           05  WS-OVERRIDE-STATUS       PIC X(02) VALUE '00'.
           05  WS-FEED-SCHEDULE-STATUS  PIC X(02) VALUE '00'.
           05  WS-FEED-NOTICE-STATUS    PIC X(02) VALUE '00'.
           05  WS-LIMIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-LARGE-VALUE-STATUS    PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-CALENDAR                 VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EOF-HISTORY                  VALUE 'Y'.
           05  WS-SCH-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-SCHEDULE                 VALUE 'Y'.
           05  WS-SCH-LOADED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-LOADED              VALUE 'Y'.
           05  WS-NOTICE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-NOTICE-OPENED                VALUE 'Y'.
           05  WS-FEED-HOLD-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FEED-HOLD                    VALUE 'Y'.
           05  WS-LMT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-LIMITS                   VALUE 'Y'.
           05  WS-OVER-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ITEM-OVER-LIMIT              VALUE 'Y'.
           05  WS-REF-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-REFERENCE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-VALUED-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ITEM-VALUED                  VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-MAX-TABLE-SIZE        PIC 9(5) VALUE 100.
               WSE-EFFECTIVE-DATE BY DUPN-EFFECTIVE-DATE
               WSE-AMOUNT         BY DUPN-AMOUNT
               WSE-STATUS-CODE    BY DUPN-STATUS-CODE
               WSE-SOURCE-ID      BY DUPN-SOURCE-ID
               WSE-CURRENCY-CODE  BY DUPN-CURRENCY-CODE.

       01  WS-DUPLICATE-LINE.
           05  DUP-RECORD-KEY           PIC X(10).
           05  DUP-INCOMING-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-LOSER-AMOUNT         PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-INCOMING-SOURCE      PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-INCOMING-AMOUNT      PIC -(9)9.99.
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-DUPLICATE-TOTAL-LINE.
           05  FILLER                   PIC X(19)
                   WSE-EFFECTIVE-DATE BY INP-EFFECTIVE-DATE
                   WSE-AMOUNT         BY INP-AMOUNT
                   WSE-STATUS-CODE    BY INP-STATUS-CODE
                   WSE-SOURCE-ID      BY INP-SOURCE-ID
                   WSE-CURRENCY-CODE  BY INP-CURRENCY-CODE.
           05  WS-INPUT-AGE             PIC 9(2) VALUE 0.
           05  WS-OVERFLOW-AGE          PIC 9(2) VALUE 0.
           05  WS-RAW-INPUT             PIC X(80).
                   WSE-EFFECTIVE-DATE BY RAW-EFFECTIVE-DATE
                   WSE-AMOUNT         BY RAW-AMOUNT
                   WSE-STATUS-CODE    BY RAW-STATUS-CODE
                   WSE-SOURCE-ID      BY RAW-SOURCE-ID
                   WSE-CURRENCY-CODE  BY RAW-CURRENCY-CODE.
           05  WS-SKIP-SUB              PIC 9(5) VALUE 0.
           05  WS-CYCLE-DATE            PIC 9(8) VALUE 0.
           05  WS-LAST-LOADED-DATE      PIC 9(8) VALUE 0.
       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

       01  WS-FEED-SCHEDULE-AREA.
           05  WS-SCHEDULE-MAX          PIC 9(2) VALUE 9.
           05  WS-SCH-SUB               PIC 9(2) VALUE 0.
           05  WS-MISSING-FEED-COUNT    PIC 9(2) VALUE 0.
           05  WS-FEED-CHECK-DATE       PIC 9(8) VALUE 0.
           05  WS-FEED-DAY-NUMBER       PIC 9(7) VALUE 0.
           05  WS-FEED-WEEK-COUNT       PIC 9(7) VALUE 0.
           05  WS-FEED-WEEKDAY          PIC 9(1) VALUE 0.
           05  WS-SCH-SOURCE-CHECK      PIC X(02).
           05  WS-SCH-SOURCE-CHECK-R REDEFINES WS-SCH-SOURCE-CHECK.
               10  WS-SCH-SOURCE-NUM    PIC 9(02).
           05  WS-SCHEDULE-TABLE OCCURS 9 TIMES.
               10  WS-SCH-SEND-DAYS     PIC X(07).
               10  WS-SCH-ACTION        PIC X(01).
               10  WS-SCH-BRANCH-NAME   PIC X(30).

       01  WS-BRANCH-LIMIT-AREA.
           05  WS-LIMIT-MAX             PIC 9(2) VALUE 9.
           05  WS-LMT-SUB               PIC 9(2) VALUE 0.
           05  WS-LIMIT-COUNT           PIC 9(2) VALUE 0.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-BREACH-COUNT          PIC 9(2) VALUE 0.
           05  WS-LIMIT-ITEM-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-LIMIT-BASE-AMOUNT     PIC S9(11)V99 VALUE 0.
           05  WS-LMT-SOURCE-CHECK      PIC X(02).
           05  WS-LMT-SOURCE-CHECK-R REDEFINES WS-LMT-SOURCE-CHECK.
               10  WS-LMT-SOURCE-NUM    PIC 9(02).
           05  WS-LIMIT-TABLE OCCURS 9 TIMES.
               10  WS-LMT-LOADED-FLAG   PIC X(01).
               10  WS-LMT-ITEM-LIMIT    PIC 9(09)V99.
               10  WS-LMT-DAILY-LIMIT   PIC 9(11)V99.
               10  WS-LMT-DAY-TOTAL     PIC 9(13)V99.
               10  WS-LMT-ITEM-COUNT    PIC 9(05).
               10  WS-LMT-HELD-COUNT    PIC 9(05).

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-POST-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-RATE-DATE             PIC 9(8) VALUE 0.
           05  WS-ITEM-RATE             PIC 9(05)V9(06) VALUE 0.

       01  WS-RATE-AREA.
           05  WS-RATE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RATE-MAX              PIC 9(2) VALUE 20.
           05  WS-RATE-SUB              PIC 9(2) VALUE 0.
           05  WS-RATE-HIT              PIC 9(2) VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES.
               10  WS-RAT-CURRENCY      PIC X(03).
               10  WS-RAT-RATE          PIC 9(05)V9(06).

       01  WS-LARGE-VALUE-HEADER-LINE.
           05  FILLER                   PIC X(31)
               VALUE 'Large-value exceptions - cycle '.
           05  LH-CYCLE-DATE            PIC 9(08).

       01  WS-LARGE-VALUE-COLUMN-LINE.
           05  FILLER                   PIC X(44)
               VALUE 'Key         Src  Eff date         Amount Cur'.
           05  FILLER                   PIC X(40)
               VALUE '    Base amount    Item limit  Action'.

       01  WS-LARGE-VALUE-LINE.
           05  LV-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LV-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LV-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LV-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LV-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LV-BASE-AMOUNT           PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LV-ITEM-LIMIT            PIC Z(8)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LV-ACTION                PIC X(20).

      *    TBLCTL reads the branch lines by column (see its
      *    6600-PRINT-LIMIT-LINES) - keep the layout in step.
       01  WS-LIMIT-BRANCH-LINE.
           05  FILLER                   PIC X(07) VALUE 'Branch '.
           05  LB-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(12)
                                        VALUE '  day total '.
           05  LB-DAY-TOTAL             PIC Z(13)9.99.
           05  FILLER                   PIC X(08) VALUE '  limit '.
           05  LB-DAILY-LIMIT           PIC Z(13)9.99.
           05  FILLER                   PIC X(08) VALUE '  items '.
           05  LB-ITEM-COUNT            PIC ZZZZ9.
           05  FILLER                   PIC X(07) VALUE '  held '.
           05  LB-HELD-COUNT            PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LB-FLAG                  PIC X(06).

       01  WS-LIMIT-TOTAL-LINE.
           05  FILLER                   PIC X(14)
                                        VALUE 'Items held: '.
           05  LT-HELD-COUNT            PIC ZZZZ9.
           05  FILLER                   PIC X(30)
               VALUE ', branches over daily limit: '.
           05  LT-BREACH-COUNT          PIC Z9.

       01  WS-DAY-NAMES.
           05  FILLER                   PIC X(09) VALUE 'MONDAY'.
           05  FILLER                   PIC X(09) VALUE 'TUESDAY'.
           05  FILLER                   PIC X(09) VALUE 'WEDNESDAY'.
           05  FILLER                   PIC X(09) VALUE 'THURSDAY'.
           05  FILLER                   PIC X(09) VALUE 'FRIDAY'.
           05  FILLER                   PIC X(09) VALUE 'SATURDAY'.
           05  FILLER                   PIC X(09) VALUE 'SUNDAY'.
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME              PIC X(09) OCCURS 7 TIMES.

       01  WS-NOTICE-TITLE-LINE.
           05  FILLER                   PIC X(29)
               VALUE 'MISSING FEED NOTICE - SOURCE '.
           05  NT-SOURCE-ID             PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NT-BRANCH-NAME           PIC X(30).

       01  WS-NOTICE-DETAIL-LINE.
           05  FILLER                   PIC X(16)
               VALUE '  Business date '.
           05  ND-CYCLE-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  ND-DAY-NAME              PIC X(09).
           05  FILLER                   PIC X(32)
               VALUE ' scheduled file not received on '.
           05  FILLER                   PIC X(06) VALUE 'INFILE'.
           05  ND-FILE-NUMBER           PIC 9(01).

       01  WS-NOTICE-ACTION-LINE.
           05  FILLER                   PIC X(10) VALUE '  Action: '.
           05  NA-ACTION-TEXT           PIC X(70).

       01  WS-NOTICE-NONE-LINE.
           05  FILLER                   PIC X(40)
               VALUE 'No scheduled feeds missing for cycle '.
           05  NN-CYCLE-DATE            PIC 9(08).

       01  WS-SOURCE-AREA.
           05  WS-SOURCE-MAX            PIC 9(1) VALUE 6.
           05  WS-RECYCLE-SOURCE        PIC 9(1) VALUE 6.
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0140-READ-OVERRIDE
           PERFORM 0150-LOAD-FEED-SCHEDULE
           PERFORM 0170-LOAD-BRANCH-LIMITS
           PERFORM 0180-LOAD-BASE-CURRENCY
           PERFORM 0200-CHECK-RESTART
           PERFORM 0250-OPEN-SOURCE-FILES
           PERFORM 0268-CLOSE-FEED-NOTICE
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           IF WS-FEED-HOLD
               PERFORM 9996-ABEND-FEED-HOLD
           END-IF
           PERFORM 0270-OPEN-PRIOR-OVERFLOW
           PERFORM 0280-LOAD-RATES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           END-IF
           IF NOT WS-RESUMING
               PERFORM 0450-WRITE-OUTPUT-HEADER
               PERFORM 0460-WRITE-LARGE-VALUE-HEADER
           END-IF
           PERFORM 1000-POPULATE-TABLE
           PERFORM 0800-CLOSE-SOURCE-FILES
           CLOSE AUDIT-FILE
           PERFORM 1950-WRITE-DUPLICATE-TOTALS
           CLOSE DUPLICATE-FILE
           PERFORM 1960-WRITE-LIMIT-TOTALS
           CLOSE LARGE-VALUE-FILE
           PERFORM 4000-RECONCILE-COUNTS
           PERFORM 1270-WRITE-MASTER-CONTROL
           PERFORM 1900-CLEAR-RESTART-CHECKPOINT
               END-IF
           END-IF.

       0150-LOAD-FEED-SCHEDULE.
      *    No FEEDSCH means no branch is held to a schedule - every
      *    absent file is taken as a quiet day, as before the
      *    schedule existed.  The feed is checked against the cycle
      *    being loaded: the override date when one is staged,
      *    otherwise the next business date on CALFILE.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCHEDULE-MAX
               MOVE 'NNNNNNN' TO WS-SCH-SEND-DAYS(WS-SCH-SUB)
               MOVE SPACE TO WS-SCH-ACTION(WS-SCH-SUB)
               MOVE SPACES TO WS-SCH-BRANCH-NAME(WS-SCH-SUB)
           END-PERFORM
           OPEN INPUT FEED-SCHEDULE-FILE
           IF WS-FEED-SCHEDULE-STATUS = '00'
               SET WS-SCHEDULE-LOADED TO TRUE
               PERFORM UNTIL WS-EOF-SCHEDULE
                   READ FEED-SCHEDULE-FILE
                       AT END
                           SET WS-EOF-SCHEDULE TO TRUE
                       NOT AT END
                           PERFORM 0155-STORE-FEED-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE FEED-SCHEDULE-FILE
           ELSE
               IF WS-FEED-SCHEDULE-STATUS = '35'
                   DISPLAY 'Warning: FEEDSCH not found - no branch '
                       'feeds are scheduled'
               ELSE
                   DISPLAY 'Error: FEEDSCH open failed, status '
                       WS-FEED-SCHEDULE-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-OVERRIDE-DATE > 0
               MOVE WS-OVERRIDE-DATE TO WS-FEED-CHECK-DATE
           ELSE
               MOVE WS-EXPECTED-DATE TO WS-FEED-CHECK-DATE
           END-IF
           PERFORM 0160-COMPUTE-FEED-WEEKDAY
           OPEN OUTPUT FEED-NOTICE-FILE
           IF WS-FEED-NOTICE-STATUS NOT = '00'
               DISPLAY 'Error: FEEDNTC open failed, status '
                   WS-FEED-NOTICE-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-NOTICE-OPENED TO TRUE
           END-IF.

       0155-STORE-FEED-SCHEDULE.
           MOVE FS-SOURCE-ID TO WS-SCH-SOURCE-CHECK
           IF WS-SCH-SOURCE-CHECK NUMERIC
               AND WS-SCH-SOURCE-NUM > 0
               AND WS-SCH-SOURCE-NUM <= WS-SCHEDULE-MAX
               MOVE FS-SEND-DAYS
                   TO WS-SCH-SEND-DAYS(WS-SCH-SOURCE-NUM)
               MOVE FS-MISSING-ACTION
                   TO WS-SCH-ACTION(WS-SCH-SOURCE-NUM)
               MOVE FS-BRANCH-NAME
                   TO WS-SCH-BRANCH-NAME(WS-SCH-SOURCE-NUM)
           ELSE
               DISPLAY 'Warning: FEEDSCH source id ' FS-SOURCE-ID
                   ' is not a branch source - ignored'
           END-IF.

       0160-COMPUTE-FEED-WEEKDAY.
      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so the remainder of the day number less one over seven
      *    counts the weekday from Monday = 1.
           MOVE 0 TO WS-FEED-WEEKDAY
           IF WS-FEED-CHECK-DATE > 0
               COMPUTE WS-FEED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-FEED-CHECK-DATE)
               SUBTRACT 1 FROM WS-FEED-DAY-NUMBER
               DIVIDE WS-FEED-DAY-NUMBER BY 7
                   GIVING WS-FEED-WEEK-COUNT
                   REMAINDER WS-FEED-WEEKDAY
               ADD 1 TO WS-FEED-WEEKDAY
           END-IF.

       0170-LOAD-BRANCH-LIMITS.
      *    Like STSFILE for the edit, the limits file is not
      *    optional: loading without it would put any amount on the
      *    master as 'OK', which is the hole the limits close.
           PERFORM VARYING WS-LMT-SUB FROM 1 BY 1
                   UNTIL WS-LMT-SUB > WS-LIMIT-MAX
               MOVE 'N' TO WS-LMT-LOADED-FLAG(WS-LMT-SUB)
               MOVE 0 TO WS-LMT-ITEM-LIMIT(WS-LMT-SUB)
               MOVE 0 TO WS-LMT-DAILY-LIMIT(WS-LMT-SUB)
               MOVE 0 TO WS-LMT-DAY-TOTAL(WS-LMT-SUB)
               MOVE 0 TO WS-LMT-ITEM-COUNT(WS-LMT-SUB)
               MOVE 0 TO WS-LMT-HELD-COUNT(WS-LMT-SUB)
           END-PERFORM
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
               DISPLAY 'Error: LMTFILE open failed, status '
                   WS-LIMIT-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-LIMITS
                   READ LIMIT-FILE
                       AT END
                           SET WS-EOF-LIMITS TO TRUE
                       NOT AT END
                           PERFORM 0175-STORE-BRANCH-LIMIT
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
               IF WS-LIMIT-COUNT = 0
                   DISPLAY 'Warning: LMTFILE is empty - no branch '
                       'limits applied'
               END-IF
           END-IF.

       0175-STORE-BRANCH-LIMIT.
           MOVE LMT-SOURCE-ID TO WS-LMT-SOURCE-CHECK
           IF WS-LMT-SOURCE-CHECK NUMERIC
               AND WS-LMT-SOURCE-NUM > 0
               AND WS-LMT-SOURCE-NUM <= WS-LIMIT-MAX
               AND LMT-ITEM-LIMIT NUMERIC
               AND LMT-DAILY-LIMIT NUMERIC
               ADD 1 TO WS-LIMIT-COUNT
               MOVE 'Y' TO WS-LMT-LOADED-FLAG(WS-LMT-SOURCE-NUM)
               MOVE LMT-ITEM-LIMIT
                   TO WS-LMT-ITEM-LIMIT(WS-LMT-SOURCE-NUM)
               MOVE LMT-DAILY-LIMIT
                   TO WS-LMT-DAILY-LIMIT(WS-LMT-SOURCE-NUM)
           ELSE
               DISPLAY 'Error: LMTFILE record for source '
                   LMT-SOURCE-ID ' is not valid'
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0180-LOAD-BASE-CURRENCY.
      *    The branch limits are in the base currency, so the load
      *    cannot measure an item against them without it.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-REFERENCE
                   READ CURRENCY-FILE
                       AT END
                           SET WS-EOF-REFERENCE TO TRUE
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
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       0200-CHECK-RESTART.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '00'

       0250-OPEN-SOURCE-FILES.
      *    Each branch sends its own INFILEn; a source that did not
      *    arrive (status 35) is not in tonight's merge, and is a
      *    missing feed if FEEDSCH expected it today.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-MAX
               MOVE 'N' TO WS-SRC-OPEN-FLAG(WS-SRC-SUB)
                   ADD 1 TO WS-OPEN-SOURCE-COUNT
                   PERFORM 0710-ADVANCE-SOURCE
               WHEN '35'
                   PERFORM 0260-CHECK-EXPECTED-FEED
               WHEN OTHER
                   DISPLAY 'Error: INFILE' WS-SRC-SUB
                       ' open failed, status ' WS-SRC-STATUS
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE.

       0260-CHECK-EXPECTED-FEED.
           IF WS-SCHEDULE-LOADED
               AND WS-FEED-WEEKDAY > 0
               AND WS-SRC-SUB <= WS-SCHEDULE-MAX
               IF WS-SCH-SEND-DAYS(WS-SRC-SUB)(WS-FEED-WEEKDAY:1)
                   = 'Y'
                   ADD 1 TO WS-MISSING-FEED-COUNT
                   PERFORM 0265-PRINT-MISSING-NOTICE
               END-IF
           END-IF.

       0265-PRINT-MISSING-NOTICE.
      *    Anything but an explicit exception setting holds the
      *    load - a branch with no setting has not agreed to have
      *    its day's work go through without it.
           MOVE WS-SRC-SUB TO NT-SOURCE-ID
           MOVE WS-SCH-BRANCH-NAME(WS-SRC-SUB) TO NT-BRANCH-NAME
           MOVE WS-FEED-CHECK-DATE TO ND-CYCLE-DATE
           MOVE WS-DAY-NAME(WS-FEED-WEEKDAY) TO ND-DAY-NAME
           MOVE WS-SRC-SUB TO ND-FILE-NUMBER
      *    The missed file itself can never load later - its header
      *    still carries the missed date and fails the cycle date
      *    check - so the branch is asked to re-key the items into
      *    its next cycle's file instead.
           IF WS-SCH-ACTION(WS-SRC-SUB) = 'E'
               MOVE
                   'LOADED WITHOUT IT - RE-KEY ITEMS IN NEXT CYCLE FILE'
                   TO NA-ACTION-TEXT
               DISPLAY 'Warning: INFILE' WS-SRC-SUB ' expected on '
                   WS-FEED-CHECK-DATE ' not received - loading '
                   'without it'
           ELSE
               MOVE 'CYCLE LOAD HELD UNTIL THIS FILE IS RECEIVED'
                   TO NA-ACTION-TEXT
               SET WS-FEED-HOLD TO TRUE
               DISPLAY 'Error: INFILE' WS-SRC-SUB ' expected on '
                   WS-FEED-CHECK-DATE ' not received - load held'
           END-IF
           IF WS-NOTICE-OPENED
               WRITE FEED-NOTICE-RECORD FROM WS-NOTICE-TITLE-LINE
               WRITE FEED-NOTICE-RECORD FROM WS-NOTICE-DETAIL-LINE
               WRITE FEED-NOTICE-RECORD FROM WS-NOTICE-ACTION-LINE
               MOVE SPACES TO FEED-NOTICE-RECORD
               WRITE FEED-NOTICE-RECORD
           END-IF.

       0268-CLOSE-FEED-NOTICE.
           IF WS-NOTICE-OPENED
               IF WS-MISSING-FEED-COUNT = 0
                   MOVE WS-FEED-CHECK-DATE TO NN-CYCLE-DATE
                   WRITE FEED-NOTICE-RECORD FROM WS-NOTICE-NONE-LINE
               END-IF
               CLOSE FEED-NOTICE-FILE
               MOVE 'N' TO WS-NOTICE-OPEN-SWITCH
           END-IF.

       0270-OPEN-PRIOR-OVERFLOW.
      *    OVRPREV is last cycle's OVRFILE, renamed by the driver's
      *    OVRSWAP step ahead of this one.  Absent on a first
      *    cycle, so status 35 just means nothing to carry.  Any
      *    other failure is fatal: running on without the queued
      *    carry records would balance clean and lose them for good
      *    when the next rename lands on top of OVRPREV.
               END-IF
           END-IF.

       0280-LOAD-RATES.
      *    The source headers have been read by now, so the cycle
      *    date is known; with no source file it is the date the
      *    calendar expects.  No RATFILE only matters if a foreign
      *    item arrives, and that item is then held.
           IF WS-CYCLE-DATE > 0
               MOVE WS-CYCLE-DATE TO WS-RATE-DATE
           ELSE
               MOVE WS-EXPECTED-DATE TO WS-RATE-DATE
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               MOVE 'N' TO WS-REF-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REFERENCE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-REFERENCE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-RATE-DATE
                               PERFORM 0285-STORE-RATE
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

       0285-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 1060-FIND-RATE
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
                       DISPLAY 'Error: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       0300-SKIP-PROCESSED-RECORDS.
      *    Records skipped on a resume were already written before
      *    the crash, so the ones that took table slots still belong
                   PERFORM 0600-READ-NEXT-RECORD
                   IF NOT WS-EOF-INPUT
                       AND WS-SKIP-SUB <= WS-MAX-TABLE-SIZE
                       PERFORM 1050-CHECK-BRANCH-LIMITS
                       ADD 1 TO WS-OUT-COUNT
                       IF INP-AMOUNT NUMERIC
                           ADD INP-AMOUNT TO WS-OUT-HASH
               OPEN I-O INDEXED-FILE
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND DUPLICATE-FILE
               OPEN EXTEND LARGE-VALUE-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT OVERFLOW-FILE
               OPEN OUTPUT INDEXED-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT LARGE-VALUE-FILE
           END-IF
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY 'Error: OUTFILE open failed, status '
               DISPLAY 'Error: DUPFILE open failed, status '
                   WS-DUPLICATE-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-LARGE-VALUE-STATUS NOT = '00'
               DISPLAY 'Error: LVXRPT open failed, status '
                   WS-LARGE-VALUE-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0800-CLOSE-SOURCE-FILES.
               PERFORM 0600-READ-NEXT-RECORD
               IF NOT WS-EOF-INPUT
                   IF WS-COUNT <= WS-MAX-TABLE-SIZE THEN
                       PERFORM 1050-CHECK-BRANCH-LIMITS
                       IF WS-ITEM-OVER-LIMIT
                           PERFORM 1070-PRINT-LARGE-VALUE-LINE
                       END-IF
                       MOVE WS-COUNT TO WS-RECORD-COUNT
                       MOVE WS-INPUT-ENTRY TO WS-TABLE(WS-COUNT)
                       ADD 1 TO WS-TOTAL-PROCESSED
               END-IF
           END-IF.

       1050-CHECK-BRANCH-LIMITS.
      *    Only records taking a table slot count against the day -
      *    overflow is checked on the night it actually loads.  A
      *    resume passes the skipped records through here too, so
      *    the day totals are whole; their report lines were
      *    written before the interruption.  Only an 'OK' item is
      *    held; one the branch already sent as 'HD' or 'RV' keeps
      *    its status but still counts toward the day total.  An
      *    item that cannot be valued in the base is left out of
      *    the day total and, where the branch has an item limit,
      *    held as if over it.
           MOVE 'N' TO WS-OVER-LIMIT-SWITCH
           MOVE INP-SOURCE-ID TO WS-LMT-SOURCE-CHECK
           IF WS-LMT-SOURCE-CHECK NUMERIC
               AND WS-LMT-SOURCE-NUM > 0
               AND WS-LMT-SOURCE-NUM <= WS-LIMIT-MAX
               AND INP-AMOUNT NUMERIC
               MOVE WS-LMT-SOURCE-NUM TO WS-LMT-SUB
               PERFORM 1055-VALUE-ITEM
               ADD 1 TO WS-LMT-ITEM-COUNT(WS-LMT-SUB)
               IF WS-ITEM-VALUED
                   ADD WS-LIMIT-ITEM-AMOUNT
                       TO WS-LMT-DAY-TOTAL(WS-LMT-SUB)
               END-IF
               IF INP-STATUS-CODE = 'OK'
                   AND WS-LMT-ITEM-LIMIT(WS-LMT-SUB) > 0
                   AND (NOT WS-ITEM-VALUED
                        OR WS-LIMIT-ITEM-AMOUNT
                           > WS-LMT-ITEM-LIMIT(WS-LMT-SUB))
                   SET WS-ITEM-OVER-LIMIT TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   ADD 1 TO WS-LMT-HELD-COUNT(WS-LMT-SUB)
                   MOVE 'HD' TO INP-STATUS-CODE
               END-IF
           END-IF.

       1055-VALUE-ITEM.
      *    Values INP-AMOUNT in the base currency, either sign
      *    counting as its size.  Base items value at one; a
      *    foreign item only at the cycle date's own rate, and one
      *    too large to value is not valued at all.
           IF INP-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE INP-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-VALUED-SWITCH
           MOVE 0 TO WS-ITEM-RATE
           MOVE 0 TO WS-LIMIT-BASE-AMOUNT
           MOVE 0 TO WS-LIMIT-ITEM-AMOUNT
           IF WS-POST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-ITEM-RATE
               SET WS-ITEM-VALUED TO TRUE
           ELSE
               PERFORM 1060-FIND-RATE
               IF WS-RATE-FOUND
                   MOVE WS-RAT-RATE(WS-RATE-HIT) TO WS-ITEM-RATE
                   SET WS-ITEM-VALUED TO TRUE
               END-IF
           END-IF
           IF WS-ITEM-VALUED
               COMPUTE WS-LIMIT-BASE-AMOUNT ROUNDED =
                   INP-AMOUNT * WS-ITEM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALUED-SWITCH
               END-COMPUTE
           END-IF
           IF WS-ITEM-VALUED
               IF WS-LIMIT-BASE-AMOUNT < 0
                   COMPUTE WS-LIMIT-ITEM-AMOUNT =
                       0 - WS-LIMIT-BASE-AMOUNT
               ELSE
                   MOVE WS-LIMIT-BASE-AMOUNT TO WS-LIMIT-ITEM-AMOUNT
               END-IF
           END-IF.

       1060-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       1070-PRINT-LARGE-VALUE-LINE.
           MOVE SPACES TO WS-LARGE-VALUE-LINE
           MOVE INP-RECORD-KEY              TO LV-RECORD-KEY
           MOVE INP-SOURCE-ID               TO LV-SOURCE-ID
           MOVE INP-EFFECTIVE-DATE          TO LV-EFFECTIVE-DATE
           MOVE INP-AMOUNT                  TO LV-AMOUNT
           MOVE WS-POST-CURRENCY            TO LV-CURRENCY-CODE
           MOVE WS-LIMIT-BASE-AMOUNT        TO LV-BASE-AMOUNT
           MOVE WS-LMT-ITEM-LIMIT(WS-LMT-SUB) TO LV-ITEM-LIMIT
           IF WS-ITEM-VALUED
               MOVE 'HELD - FORCED TO HD' TO LV-ACTION
               DISPLAY 'Warning: ' INP-RECORD-KEY ' from source '
                   INP-SOURCE-ID ' over item limit - loaded as HD'
           ELSE
               MOVE 'HELD - NO RATE' TO LV-ACTION
               DISPLAY 'Warning: ' INP-RECORD-KEY ' from source '
                   INP-SOURCE-ID ' has no ' WS-POST-CURRENCY
                   ' rate for ' WS-RATE-DATE ' - loaded as HD'
           END-IF
           WRITE LARGE-VALUE-RECORD FROM WS-LARGE-VALUE-LINE.

       1100-WRITE-OVERFLOW-RECORD.
           DISPLAY 'Error: Index out of bounds - record ' WS-COUNT
               ' exceeds table capacity, routed to overflow file'
               MOVE WSE-AMOUNT(WS-COUNT)         TO IDX-AMOUNT
               MOVE WSE-STATUS-CODE(WS-COUNT)    TO IDX-STATUS-CODE
               MOVE WSE-SOURCE-ID(WS-COUNT)      TO IDX-SOURCE-ID
               MOVE WSE-CURRENCY-CODE(WS-COUNT)  TO IDX-CURRENCY-CODE
               WRITE IDX-RECORD
                   INVALID KEY
                       PERFORM 1350-RESOLVE-DUPLICATE-KEY
           MOVE IDX-EFFECTIVE-DATE  TO DUP-ON-FILE-DATE
           MOVE DUPN-EFFECTIVE-DATE TO DUP-INCOMING-DATE
           MOVE IDX-AMOUNT          TO DUP-LOSER-AMOUNT
           MOVE DUPN-SOURCE-ID      TO DUP-INCOMING-SOURCE
           MOVE DUPN-AMOUNT         TO DUP-INCOMING-AMOUNT
           WRITE DUPLICATE-RECORD FROM WS-DUPLICATE-LINE
           MOVE IDX-AMOUNT TO WS-SUPERSEDED-AMOUNT
           MOVE WS-DUP-NEW-RECORD TO IDX-RECORD
           MOVE IDX-EFFECTIVE-DATE  TO DUP-ON-FILE-DATE
           MOVE DUPN-EFFECTIVE-DATE TO DUP-INCOMING-DATE
           MOVE DUPN-AMOUNT         TO DUP-LOSER-AMOUNT
           MOVE DUPN-SOURCE-ID      TO DUP-INCOMING-SOURCE
           MOVE DUPN-AMOUNT         TO DUP-INCOMING-AMOUNT
           WRITE DUPLICATE-RECORD FROM WS-DUPLICATE-LINE.

       1950-WRITE-DUPLICATE-TOTALS.
           MOVE WS-DISCARD-COUNT   TO DTL-DISCARDED
           WRITE DUPLICATE-RECORD FROM WS-DUPLICATE-TOTAL-LINE.

       1960-WRITE-LIMIT-TOTALS.
           PERFORM VARYING WS-LMT-SUB FROM 1 BY 1
                   UNTIL WS-LMT-SUB > WS-LIMIT-MAX
               IF WS-LMT-LOADED-FLAG(WS-LMT-SUB) = 'Y'
                   PERFORM 1965-WRITE-LIMIT-BRANCH-LINE
               END-IF
           END-PERFORM
           MOVE WS-HELD-COUNT   TO LT-HELD-COUNT
           MOVE WS-BREACH-COUNT TO LT-BREACH-COUNT
           WRITE LARGE-VALUE-RECORD FROM WS-LIMIT-TOTAL-LINE
           IF WS-BREACH-COUNT > 0
               DISPLAY 'Warning: ' WS-BREACH-COUNT ' branch(es) '
                   'over daily limit - see LVXRPT'
           END-IF.

       1965-WRITE-LIMIT-BRANCH-LINE.
           MOVE SPACES TO LB-FLAG
           IF WS-LMT-DAILY-LIMIT(WS-LMT-SUB) > 0
               AND WS-LMT-DAY-TOTAL(WS-LMT-SUB)
                   > WS-LMT-DAILY-LIMIT(WS-LMT-SUB)
               ADD 1 TO WS-BREACH-COUNT
               MOVE 'BREACH' TO LB-FLAG
           END-IF
           MOVE WS-LMT-SUB TO WS-SOURCE-NUM
           MOVE WS-SOURCE-NUM TO LB-SOURCE-ID
           MOVE WS-LMT-DAY-TOTAL(WS-LMT-SUB)   TO LB-DAY-TOTAL
           MOVE WS-LMT-DAILY-LIMIT(WS-LMT-SUB) TO LB-DAILY-LIMIT
           MOVE WS-LMT-ITEM-COUNT(WS-LMT-SUB)  TO LB-ITEM-COUNT
           MOVE WS-LMT-HELD-COUNT(WS-LMT-SUB)  TO LB-HELD-COUNT
           WRITE LARGE-VALUE-RECORD FROM WS-LIMIT-BRANCH-LINE.

       1400-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-DUPLICATE-STATUS NOT = '00'
               DISPLAY 'Error: DUPFILE reopen failed, status '
                   WS-DUPLICATE-STATUS
           END-IF
           CLOSE LARGE-VALUE-FILE
           OPEN EXTEND LARGE-VALUE-FILE
           IF WS-LARGE-VALUE-STATUS NOT = '00'
               DISPLAY 'Error: LVXRPT reopen failed, status '
                   WS-LARGE-VALUE-STATUS
           END-IF.

       1270-WRITE-MASTER-CONTROL.
           MOVE WS-CONTROL-ENTRY TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       0460-WRITE-LARGE-VALUE-HEADER.
           MOVE HT-CYCLE-DATE TO LH-CYCLE-DATE
           WRITE LARGE-VALUE-RECORD FROM WS-LARGE-VALUE-HEADER-LINE
           WRITE LARGE-VALUE-RECORD FROM WS-LARGE-VALUE-COLUMN-LINE.

       1600-WRITE-OUTPUT-TRAILER.
           MOVE SPACES TO WS-CONTROL-ENTRY
           MOVE 'TRL' TO HT-RECORD-TYPE
               CLOSE STATISTICS-FILE
           END-IF.

       9996-ABEND-FEED-HOLD.
      *    Held, not failed: nothing has been written, so once the
      *    branch file arrives (or the schedule is corrected) the
      *    step simply runs again from the top.
           DISPLAY 'Fatal: ' WS-MISSING-FEED-COUNT ' scheduled '
               'branch feed(s) missing - load held, see FEEDNTC'
           PERFORM 0800-CLOSE-SOURCE-FILES
           MOVE 16 TO RETURN-CODE
           PERFORM 5000-WRITE-RUN-STATISTICS
           STOP RUN.

       9998-ABEND-CONTROL.
           DISPLAY 'Fatal: control record mismatch on INFILE - '
               'job terminated'
           CLOSE INDEXED-FILE
           CLOSE AUDIT-FILE
           CLOSE DUPLICATE-FILE
           CLOSE LARGE-VALUE-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 5000-WRITE-RUN-STATISTICS
           STOP RUN.
           CLOSE INDEXED-FILE
           CLOSE AUDIT-FILE
           CLOSE DUPLICATE-FILE
           CLOSE LARGE-VALUE-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 5000-WRITE-RUN-STATISTICS
           STOP RUN.

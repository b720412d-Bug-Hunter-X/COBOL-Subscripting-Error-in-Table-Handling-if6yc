       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMNT.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - OPERATOR INQUIRY/MAINTENANCE.
      *    CONVERSATIONAL OPERATOR DIALOGUE.  THE OPERATOR SIGNS ON
      *    WITH A USER ID, THEN KEYS A WSE-RECORD-KEY AND IS SHOWN
      *    THE RECORD ON THE INDEXED MASTER (IDXFILE), THE STSFILE
      *    DESCRIPTION OF ITS STATUS CODE AND ITS MOST RECENT
      *    ENTRIES ON THE AUDIT TRAIL (AUDFILE).  A KEY NO LONGER
      *    ON THE MASTER IS LOOKED UP ON THE HISTORY MASTER
      *    (HSTFILE) IN CASE TBLPURG HAS MOVED IT THERE.  AN ADD,
      *    CHANGE OR DELETE CAN THEN BE KEYED FIELD BY FIELD, EACH
      *    FIELD EDITED AS IT IS KEYED BY THE SAME RULES TBLEDIT
      *    APPLIES (REAL CALENDAR DATE, NUMERIC AMOUNT, STATUS CODE
      *    ON STSFILE, CURRENCY CODE ON CURFILE - BLANK FOR THE BASE
      *    CURRENCY).  STATUS 'WO' IS SET ONLY BY TBLWOFF AND IS
      *    NOT ACCEPTED HERE.  THE MASTER IS ONLY EVER READ: A CONFIRMED
      *    TRANSACTION IS QUEUED, UNDER THE OPERATOR'S USER ID, FOR
      *    THE NEXT TBLUPDT RUN.
      *    TRANSACTIONS ARE HELD ON A WORK FILE (TRNWRK) DURING THE
      *    SESSION.  AT SIGN-OFF TRNFILE IS REBUILT WITH A FRESH
      *    HDR/TRL PAIR: THE TRANSACTIONS ALREADY QUEUED FOR THE
      *    SAME CYCLE, THEN THIS SESSION'S, UNDER A TRAILER COUNT
      *    AND HASH COVERING BOTH.  THE CYCLE IS THE NEXT BUSINESS
      *    DATE ON CALFILE AFTER THE LAST CLEAN LOAD ON STATFILE -
      *    THE CYCLE WHOSE TBLUPDT STEP WILL APPLY THE QUEUE.  A
      *    TRNFILE FOR AN EARLIER CYCLE IS NOT CARRIED FORWARD, BUT
      *    ONLY ONCE THE CYCLE DRIVER'S STEPSTS SHOWS TBLUPDT
      *    COMPLETE FOR IT.  TRNFILE IS LEFT UNTOUCHED WHEN NOTHING
      *    IS QUEUED.  A DAMAGED TRNFILE, AN EARLIER ONE NOT YET
      *    APPLIED, OR A CALFILE THAT IS MISSING OR HAS NO DATE LEFT
      *    TO QUEUE FOR, STOPS THE SESSION BEFORE SIGN-ON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-FILE ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STATUS-FILE ASSIGN TO "STSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT WORK-FILE ASSIGN TO "TRNWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTICS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HISTORY-FILE.
       01  HST-RECORD.
           COPY WSENTRY REPLACING
               WS-ENTRY           BY HST-ENTRY
               WSE-RECORD-KEY     BY HST-RECORD-KEY
               WSE-EFFECTIVE-DATE BY HST-EFFECTIVE-DATE
               WSE-AMOUNT         BY HST-AMOUNT
               WSE-STATUS-CODE    BY HST-STATUS-CODE
               WSE-SOURCE-ID      BY HST-SOURCE-ID
               WSE-CURRENCY-CODE  BY HST-CURRENCY-CODE.
           COPY HSTREC.

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           COPY STSREF.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDENTRY.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION-CODE          PIC X(01).
           05  TRN-ENTRY                PIC X(80).
           05  TRN-USER-ID              PIC X(08).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                  PIC X(89).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INDEXED-STATUS        PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-TRANSACTION-STATUS    PIC X(02) VALUE '00'.
           05  WS-WORK-STATUS           PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
           05  WS-STEP-STATUS-STATUS    PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-SESSION-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-SESSION                  VALUE 'Y'.
           05  WS-MASTER-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND                 VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-CUR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CURRENCY-FOUND               VALUE 'Y'.
           05  WS-FIELD-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-FIELD-DONE                   VALUE 'Y'.
           05  WS-CANCEL-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CANCELLED                    VALUE 'Y'.
           05  WS-RECORD-OK-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-RECORD-OK                    VALUE 'Y'.
               88  WS-RECORD-BAD                   VALUE 'N'.
           05  WS-HEADER-SEEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN                  VALUE 'Y'.
           05  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-CARRY-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARRY-QUEUE                  VALUE 'Y'.
           05  WS-APPLIED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PAST-QUEUE-APPLIED           VALUE 'C'.
           05  WS-HST-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-HISTORY-OPENED               VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-HISTORY-MAX           PIC 9(02) VALUE 10.
           05  WS-TRY-MAX               PIC 9(01) VALUE 3.

       01  WS-COUNTERS.
           05  WS-CARRIED-COUNT         PIC 9(7) VALUE 0.
           05  WS-QUEUED-COUNT          PIC 9(5) VALUE 0.
           05  WS-INQUIRY-COUNT         PIC 9(5) VALUE 0.
           05  WS-QUEUE-COUNT           PIC 9(7) VALUE 0.
           05  WS-QUEUE-HASH            PIC S9(13)V99 VALUE 0.
           05  WS-HISTORY-COUNT         PIC 9(02) VALUE 0.
           05  WS-HISTORY-SEEN          PIC 9(7) VALUE 0.
           05  WS-HST-SUB               PIC 9(02) VALUE 0.
           05  WS-TRY-COUNT             PIC 9(01) VALUE 0.

       01  WS-CYCLE-FIELDS.
           05  WS-LAST-LOADED-DATE      PIC 9(08) VALUE 0.
           05  WS-QUEUE-CYCLE-DATE      PIC 9(08) VALUE 0.
           05  WS-TRNFILE-CYCLE-DATE    PIC 9(08) VALUE 0.

       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  WS-INQUIRY-KEY               PIC X(10) VALUE SPACES.
       01  WS-ACTION-CODE               PIC X(01) VALUE SPACE.
       01  WS-REPLY                     PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-REPLY              PIC X(20) VALUE SPACES.
       01  WS-ERROR-TEXT                PIC X(40) VALUE SPACES.

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

       01  WS-TRANSACTION-IMAGE.
           05  WTI-ACTION-CODE          PIC X(01).
           05  WTI-ENTRY                PIC X(80).
           05  WTI-USER-ID              PIC X(08).

       01  WS-QUEUE-ENTRY.
           COPY WSENTRY.

       01  WS-HISTORY-IMAGE.
           COPY WSENTRY REPLACING
               WS-ENTRY           BY HIM-ENTRY
               WSE-RECORD-KEY     BY HIM-RECORD-KEY
               WSE-EFFECTIVE-DATE BY HIM-EFFECTIVE-DATE
               WSE-AMOUNT         BY HIM-AMOUNT
               WSE-STATUS-CODE    BY HIM-STATUS-CODE
               WSE-SOURCE-ID      BY HIM-SOURCE-ID
               WSE-CURRENCY-CODE  BY HIM-CURRENCY-CODE.

       01  WS-DATE-FIELDS.
           05  WS-EDIT-DATE             PIC 9(08).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-ED-YEAR           PIC 9(04).
               10  WS-ED-MONTH          PIC 9(02).
               10  WS-ED-DAY            PIC 9(02).
           05  WS-DAYS-IN-MONTH         PIC 9(02) VALUE 0.
           05  WS-LEAP-QUOTIENT         PIC 9(04) VALUE 0.
           05  WS-LEAP-REMAINDER        PIC 9(03) VALUE 0.

       01  WS-EDIT-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-EDIT-STATUS-CODE          PIC X(02) VALUE SPACES.
       01  WS-EDIT-CURRENCY-CODE        PIC X(03) VALUE SPACES.
       01  WS-STATUS-DESCRIPTION        PIC X(30) VALUE SPACES.

       01  WS-STATUS-REF-AREA.
           05  WS-STATUS-COUNT          PIC 9(2) VALUE 0.
           05  WS-STATUS-MAX            PIC 9(2) VALUE 20.
           05  WS-STS-SUB               PIC 9(2) VALUE 0.
           05  WS-STATUS-TABLE OCCURS 20 TIMES.
               10  WS-STS-CODE          PIC X(02).
               10  WS-STS-DESCRIPTION   PIC X(30).

       01  WS-CURRENCY-REF-AREA.
           05  WS-CURRENCY-COUNT        PIC 9(2) VALUE 0.
           05  WS-CURRENCY-MAX          PIC 9(2) VALUE 20.
           05  WS-CUR-SUB               PIC 9(2) VALUE 0.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-CURRENCY-TABLE OCCURS 20 TIMES.
               10  WS-CUR-CODE          PIC X(03).

      *    Rolling window of the key's latest audit entries; the
      *    oldest drops off the top as newer ones are found.
       01  WS-HISTORY-AREA.
           05  WS-HISTORY-TABLE OCCURS 10 TIMES.
               10  WS-HST-RUN-DATE      PIC X(08).
               10  WS-HST-RUN-TIME      PIC X(06).
               10  WS-HST-ACTION-CODE   PIC X(01).
               10  WS-HST-ENTRY         PIC X(80).
               10  WS-HST-USER-ID       PIC X(08).
               10  WS-HST-APPROVER-ID   PIC X(08).

       01  WS-MASTER-LINE.
           05  FILLER                   PIC X(06) VALUE 'Key   '.
           05  ML-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(08) VALUE '  Date  '.
           05  ML-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(10) VALUE '  Amount  '.
           05  ML-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(10) VALUE '  Source  '.
           05  ML-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(12) VALUE '  Currency  '.
           05  ML-CURRENCY-CODE         PIC X(03).

       01  WS-STATUS-LINE.
           05  FILLER                   PIC X(06) VALUE 'Status'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  SL-DESCRIPTION           PIC X(30).

       01  WS-HISTORY-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-RUN-TIME              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-APPROVER-ID           PIC X(08).

       01  WS-QUEUE-LINE.
           05  FILLER                   PIC X(08) VALUE 'Queue:  '.
           05  QL-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-STATUS-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-CURRENCY-CODE         PIC X(03).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-LOAD-STATUS-TABLE
           PERFORM 0150-LOAD-CURRENCY-TABLE
           PERFORM 0200-SET-QUEUE-CYCLE
           PERFORM 0300-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0400-CARRY-EXISTING-QUEUE
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0500-SIGN-ON
           PERFORM UNTIL WS-END-SESSION
               PERFORM 1000-INQUIRE-KEY
           END-PERFORM
           CLOSE INDEXED-FILE
           IF WS-HISTORY-OPENED
               CLOSE HISTORY-FILE
           END-IF
           CLOSE WORK-FILE
           IF WS-QUEUED-COUNT > 0
               PERFORM 8000-REBUILD-TRANSACTION-FILE
           END-IF
           DISPLAY 'Session complete: ' WS-INQUIRY-COUNT
               ' inquiries, ' WS-QUEUED-COUNT
               ' transactions queued for cycle ' WS-QUEUE-CYCLE-DATE
           STOP RUN.

       0100-LOAD-STATUS-TABLE.
      *    Same rule as TBLEDIT: no code list, no status edit, so a
      *    missing or empty STSFILE stops the session.
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
                       PERFORM 0110-STORE-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           IF WS-STATUS-COUNT = 0
               DISPLAY 'Error: STSFILE is empty'
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0110-STORE-STATUS-CODE.
           IF WS-STATUS-COUNT < WS-STATUS-MAX
               ADD 1 TO WS-STATUS-COUNT
               MOVE STS-STATUS-CODE
                   TO WS-STS-CODE(WS-STATUS-COUNT)
               MOVE STS-DESCRIPTION
                   TO WS-STS-DESCRIPTION(WS-STATUS-COUNT)
           ELSE
               DISPLAY 'Error: status table full - code '
                   STS-STATUS-CODE ' not loaded'
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0150-LOAD-CURRENCY-TABLE.
      *    Same rule as TBLEDIT: a missing or empty CURFILE, or one
      *    not naming exactly one base currency, stops the session.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-FILE
               READ CURRENCY-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0160-STORE-CURRENCY-CODE
               END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE
           IF WS-CURRENCY-COUNT = 0
               DISPLAY 'Error: CURFILE is empty'
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF
           IF WS-BASE-COUNT NOT = 1
               DISPLAY 'Error: CURFILE has ' WS-BASE-COUNT
                   ' base currencies - exactly one is required'
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF.

       0160-STORE-CURRENCY-CODE.
           IF WS-CURRENCY-COUNT < WS-CURRENCY-MAX
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE CUR-CURRENCY-CODE
                   TO WS-CUR-CODE(WS-CURRENCY-COUNT)
               IF CUR-BASE-CURRENCY
                   ADD 1 TO WS-BASE-COUNT
                   MOVE CUR-CURRENCY-CODE TO WS-BASE-CURRENCY
               END-IF
           ELSE
               DISPLAY 'Error: currency table full - code '
                   CUR-CURRENCY-CODE ' not loaded'
               PERFORM 9995-ABEND-CURRENCY-FILE
           END-IF.

       0200-SET-QUEUE-CYCLE.
      *    The queue belongs to the cycle whose TBLUPDT step runs
      *    next: the first CALFILE business date after the last
      *    clean load.  Like TBLLOAD, a missing STATFILE only means
      *    no load has run yet, but the calendar is required: a
      *    queue dated any other way may sit under a header TBLUPDT
      *    never matches, or drop a queue not yet applied as past.
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
                   PERFORM 9996-ABEND-CALENDAR
               END-IF
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'Error: CALFILE open failed, status '
                   WS-CALENDAR-STATUS
               PERFORM 9996-ABEND-CALENDAR
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
               PERFORM 9996-ABEND-CALENDAR
           END-IF.

       0300-OPEN-FILES.
           OPEN INPUT INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: IDXFILE open failed, status '
                   WS-INDEXED-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    No history master just means nothing has been purged.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               SET WS-HISTORY-OPENED TO TRUE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'Warning: HSTFILE open failed, status '
                       WS-HISTORY-STATUS
               END-IF
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: TRNWRK open failed, status '
                   WS-WORK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0400-CARRY-EXISTING-QUEUE.
      *    Transactions already on TRNFILE for this cycle (keyed in
      *    an earlier session, or sent by the source system) go to
      *    the work file first, so the rebuilt TRNFILE keeps them.
      *    A TRNFILE that does not balance is left for operations
      *    to look at - rebuilding over it would hide the damage.
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
                               PERFORM 0410-CARRY-QUEUE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
                   PERFORM 0450-CHECK-CARRIED-QUEUE
               END-IF
           END-IF.

       0410-CARRY-QUEUE-RECORD.
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
                   END-IF
           END-EVALUATE.

       0450-CHECK-CARRIED-QUEUE.
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
                   PERFORM 0460-CHECK-PAST-QUEUE-APPLIED
               END-IF
               MOVE 0 TO WS-QUEUE-COUNT
               MOVE 0 TO WS-QUEUE-HASH
               IF WS-PAST-QUEUE-APPLIED
                   DISPLAY 'TRNFILE for cycle ' WS-TRNFILE-CYCLE-DATE
                       ' is applied - new queue for cycle '
                       WS-QUEUE-CYCLE-DATE
               END-IF
           END-IF.

       0460-CHECK-PAST-QUEUE-APPLIED.
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

       0500-SIGN-ON.
      *    The user id goes on every transaction queued - it is the
      *    submitter TBLUPDT's approval control checks against.
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   OR WS-END-SESSION
               DISPLAY 'Operator user id ==> ' WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   ADD 1 TO WS-TRY-COUNT
                   DISPLAY 'A user id is required'
                   IF WS-TRY-COUNT NOT < WS-TRY-MAX
                       SET WS-END-SESSION TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1000-INQUIRE-KEY.
           DISPLAY ' '
           DISPLAY 'Record key (blank to end) ==> ' WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE WS-REPLY TO WS-INQUIRY-KEY
           IF WS-INQUIRY-KEY = SPACES
               SET WS-END-SESSION TO TRUE
           ELSE
               ADD 1 TO WS-INQUIRY-COUNT
               PERFORM 1100-SHOW-MASTER-RECORD
               PERFORM 1200-SHOW-AUDIT-HISTORY
               PERFORM 1300-TAKE-ACTION
           END-IF.

       1100-SHOW-MASTER-RECORD.
           MOVE WS-INQUIRY-KEY TO IDX-RECORD-KEY
           MOVE 'N' TO WS-MASTER-SWITCH
           READ INDEXED-FILE
               INVALID KEY
                   DISPLAY 'Key ' WS-INQUIRY-KEY
                       ' is not on the master'
                   IF WS-HISTORY-OPENED
                       PERFORM 1150-SHOW-HISTORY-RECORD
                   END-IF
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE IDX-RECORD-KEY     TO ML-RECORD-KEY
                   MOVE IDX-EFFECTIVE-DATE TO ML-EFFECTIVE-DATE
                   IF IDX-AMOUNT NUMERIC
                       MOVE IDX-AMOUNT TO ML-AMOUNT
                   ELSE
                       MOVE 0 TO ML-AMOUNT
                   END-IF
                   MOVE IDX-SOURCE-ID      TO ML-SOURCE-ID
                   MOVE IDX-CURRENCY-CODE  TO ML-CURRENCY-CODE
                   IF IDX-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY TO ML-CURRENCY-CODE
                   END-IF
                   DISPLAY WS-MASTER-LINE
                   MOVE IDX-STATUS-CODE TO WS-EDIT-STATUS-CODE
                   PERFORM 3100-FIND-STATUS-CODE
                   MOVE IDX-STATUS-CODE TO SL-STATUS-CODE
                   IF WS-STATUS-FOUND
                       MOVE WS-STATUS-DESCRIPTION TO SL-DESCRIPTION
                   ELSE
                       MOVE '*** NOT ON STSFILE ***'
                           TO SL-DESCRIPTION
                   END-IF
                   DISPLAY WS-STATUS-LINE
           END-READ.

       1150-SHOW-HISTORY-RECORD.
           MOVE WS-INQUIRY-KEY TO HST-RECORD-KEY
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Purged to the history master on '
                       HST-PURGE-DATE ' - settled image:'
                   MOVE HST-RECORD-KEY     TO ML-RECORD-KEY
                   MOVE HST-EFFECTIVE-DATE TO ML-EFFECTIVE-DATE
                   IF HST-AMOUNT NUMERIC
                       MOVE HST-AMOUNT TO ML-AMOUNT
                   ELSE
                       MOVE 0 TO ML-AMOUNT
                   END-IF
                   MOVE HST-SOURCE-ID      TO ML-SOURCE-ID
                   MOVE HST-CURRENCY-CODE  TO ML-CURRENCY-CODE
                   IF HST-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY TO ML-CURRENCY-CODE
                   END-IF
                   DISPLAY WS-MASTER-LINE
           END-READ.

       1200-SHOW-AUDIT-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 0 TO WS-HISTORY-SEEN
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           MOVE AUD-ENTRY TO WS-HISTORY-IMAGE
                           IF HIM-RECORD-KEY = WS-INQUIRY-KEY
                               PERFORM 1210-KEEP-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   DISPLAY 'Warning: AUDFILE open failed, status '
                       WS-AUDIT-STATUS
               END-IF
           END-IF
           IF WS-HISTORY-COUNT = 0
               DISPLAY 'No audit history on file for this key'
           ELSE
               DISPLAY 'Latest ' WS-HISTORY-COUNT ' of '
                   WS-HISTORY-SEEN ' audit entries:'
               DISPLAY '  Run date time    A  Eff date'
                   '        Amount  St  User     Approver'
               PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-HISTORY-COUNT
                   PERFORM 1220-SHOW-HISTORY-ENTRY
               END-PERFORM
           END-IF.

       1210-KEEP-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-SEEN
           IF WS-HISTORY-COUNT < WS-HISTORY-MAX
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               PERFORM VARYING WS-HST-SUB FROM 2 BY 1
                       UNTIL WS-HST-SUB > WS-HISTORY-MAX
                   MOVE WS-HISTORY-TABLE(WS-HST-SUB)
                       TO WS-HISTORY-TABLE(WS-HST-SUB - 1)
               END-PERFORM
           END-IF
           MOVE AUD-RUN-DATE    TO WS-HST-RUN-DATE(WS-HISTORY-COUNT)
           MOVE AUD-RUN-TIME    TO WS-HST-RUN-TIME(WS-HISTORY-COUNT)
           MOVE AUD-ACTION-CODE
               TO WS-HST-ACTION-CODE(WS-HISTORY-COUNT)
           MOVE AUD-ENTRY       TO WS-HST-ENTRY(WS-HISTORY-COUNT)
           MOVE AUD-USER-ID     TO WS-HST-USER-ID(WS-HISTORY-COUNT)
           MOVE AUD-APPROVER-ID
               TO WS-HST-APPROVER-ID(WS-HISTORY-COUNT).

       1220-SHOW-HISTORY-ENTRY.
           MOVE WS-HST-ENTRY(WS-HST-SUB) TO WS-HISTORY-IMAGE
           MOVE WS-HST-RUN-DATE(WS-HST-SUB)    TO HL-RUN-DATE
           MOVE WS-HST-RUN-TIME(WS-HST-SUB)    TO HL-RUN-TIME
           MOVE WS-HST-ACTION-CODE(WS-HST-SUB) TO HL-ACTION-CODE
           MOVE HIM-EFFECTIVE-DATE             TO HL-EFFECTIVE-DATE
           IF HIM-AMOUNT NUMERIC
               MOVE HIM-AMOUNT TO HL-AMOUNT
           ELSE
               MOVE 0 TO HL-AMOUNT
           END-IF
           MOVE HIM-STATUS-CODE                TO HL-STATUS-CODE
           MOVE WS-HST-USER-ID(WS-HST-SUB)     TO HL-USER-ID
           MOVE WS-HST-APPROVER-ID(WS-HST-SUB) TO HL-APPROVER-ID
           DISPLAY WS-HISTORY-LINE.

       1300-TAKE-ACTION.
           IF WS-MASTER-FOUND
               DISPLAY 'Action - C change, D delete, '
                   'blank for next key ==> ' WITH NO ADVANCING
           ELSE
               DISPLAY 'Action - A add, blank for next key ==> '
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE WS-REPLY TO WS-ACTION-CODE
           MOVE 'N' TO WS-CANCEL-SWITCH
           EVALUATE TRUE
               WHEN WS-ACTION-CODE = SPACE
                   CONTINUE
               WHEN WS-ACTION-CODE = 'A' AND NOT WS-MASTER-FOUND
                   PERFORM 2000-KEY-ADD
               WHEN WS-ACTION-CODE = 'C' AND WS-MASTER-FOUND
                   PERFORM 2100-KEY-CHANGE
               WHEN WS-ACTION-CODE = 'D' AND WS-MASTER-FOUND
                   PERFORM 2200-KEY-DELETE
               WHEN OTHER
                   DISPLAY 'Action ' WS-ACTION-CODE
                       ' not valid for this key - nothing queued'
           END-EVALUATE.

       2000-KEY-ADD.
      *    Every field is keyed for an add; nothing to default from.
           MOVE SPACES TO WS-QUEUE-ENTRY
           MOVE WS-INQUIRY-KEY TO WSE-RECORD-KEY
           PERFORM 2500-ENTER-DATE
           IF NOT WS-CANCELLED
               PERFORM 2600-ENTER-AMOUNT
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2700-ENTER-STATUS
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2800-ENTER-SOURCE
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2850-ENTER-CURRENCY
           END-IF
           PERFORM 4000-CONFIRM-AND-QUEUE.

       2100-KEY-CHANGE.
      *    A change starts from the master image; a blank reply
      *    keeps the field as it is.
           MOVE IDX-ENTRY TO WS-QUEUE-ENTRY
           PERFORM 2500-ENTER-DATE
           IF NOT WS-CANCELLED
               PERFORM 2600-ENTER-AMOUNT
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2700-ENTER-STATUS
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2800-ENTER-SOURCE
           END-IF
           IF NOT WS-CANCELLED
               PERFORM 2850-ENTER-CURRENCY
           END-IF
           PERFORM 4000-CONFIRM-AND-QUEUE.

       2200-KEY-DELETE.
      *    The delete carries the master image as it stands, so the
      *    register and the approval limit see what is going.
           MOVE IDX-ENTRY TO WS-QUEUE-ENTRY
           PERFORM 4000-CONFIRM-AND-QUEUE.

       2500-ENTER-DATE.
           MOVE 'N' TO WS-FIELD-SWITCH
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-FIELD-DONE OR WS-CANCELLED
               DISPLAY 'Effective date YYYYMMDD ==> '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = SPACES AND WS-ACTION-CODE = 'C'
                   SET WS-FIELD-DONE TO TRUE
               ELSE
                   SET WS-RECORD-OK TO TRUE
                   IF WS-REPLY(1:8) NUMERIC
                       AND WS-REPLY(9:12) = SPACES
                       MOVE WS-REPLY(1:8) TO WS-EDIT-DATE
                       PERFORM 3000-VALIDATE-DATE
                   ELSE
                       SET WS-RECORD-BAD TO TRUE
                   END-IF
                   IF WS-RECORD-OK
                       MOVE WS-EDIT-DATE TO WSE-EFFECTIVE-DATE
                       SET WS-FIELD-DONE TO TRUE
                   ELSE
                       MOVE 'Not a real calendar date'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-FIELD-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       2600-ENTER-AMOUNT.
           MOVE 'N' TO WS-FIELD-SWITCH
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-FIELD-DONE OR WS-CANCELLED
               DISPLAY 'Amount (e.g. -1234.56) ==> '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-AMOUNT-REPLY
               ACCEPT WS-AMOUNT-REPLY
               IF WS-AMOUNT-REPLY = SPACES AND WS-ACTION-CODE = 'C'
                   SET WS-FIELD-DONE TO TRUE
               ELSE
                   SET WS-RECORD-OK TO TRUE
                   PERFORM 3200-VALIDATE-AMOUNT
                   IF WS-RECORD-OK
                       MOVE WS-EDIT-AMOUNT TO WSE-AMOUNT
                       SET WS-FIELD-DONE TO TRUE
                   ELSE
                       MOVE 'Not a valid amount' TO WS-ERROR-TEXT
                       PERFORM 2900-FIELD-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       2700-ENTER-STATUS.
           MOVE 'N' TO WS-FIELD-SWITCH
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-FIELD-DONE OR WS-CANCELLED
               DISPLAY 'Status code ==> ' WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = SPACES AND WS-ACTION-CODE = 'C'
                   SET WS-FIELD-DONE TO TRUE
               ELSE
                   MOVE WS-REPLY TO WS-EDIT-STATUS-CODE
                   PERFORM 3100-FIND-STATUS-CODE
                   EVALUATE TRUE
                       WHEN NOT WS-STATUS-FOUND
                           OR WS-REPLY(3:18) NOT = SPACES
                           MOVE 'Status code is not on STSFILE'
                               TO WS-ERROR-TEXT
                           PERFORM 2900-FIELD-ERROR
                       WHEN WS-EDIT-STATUS-CODE = 'WO'
                           MOVE 'Write-offs are made only by TBLWOFF'
                               TO WS-ERROR-TEXT
                           PERFORM 2900-FIELD-ERROR
                       WHEN OTHER
                           MOVE WS-EDIT-STATUS-CODE TO WSE-STATUS-CODE
                           DISPLAY '  ' WS-STATUS-DESCRIPTION
                           SET WS-FIELD-DONE TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2800-ENTER-SOURCE.
           MOVE 'N' TO WS-FIELD-SWITCH
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-FIELD-DONE OR WS-CANCELLED
               DISPLAY 'Source id ==> ' WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = SPACES AND WS-ACTION-CODE = 'C'
                   SET WS-FIELD-DONE TO TRUE
               ELSE
                   IF WS-REPLY(1:2) NOT = SPACES
                       AND WS-REPLY(3:18) = SPACES
                       MOVE WS-REPLY(1:2) TO WSE-SOURCE-ID
                       SET WS-FIELD-DONE TO TRUE
                   ELSE
                       MOVE 'Source id is two characters'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-FIELD-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       2850-ENTER-CURRENCY.
      *    A blank reply on an add is the base currency, as it is on
      *    a branch record; on a change it keeps the field as it is.
           MOVE 'N' TO WS-FIELD-SWITCH
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-FIELD-DONE OR WS-CANCELLED
               DISPLAY 'Currency code (blank for ' WS-BASE-CURRENCY
                   ') ==> ' WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = SPACES
                   IF WS-ACTION-CODE NOT = 'C'
                       MOVE SPACES TO WSE-CURRENCY-CODE
                   END-IF
                   SET WS-FIELD-DONE TO TRUE
               ELSE
                   MOVE WS-REPLY TO WS-EDIT-CURRENCY-CODE
                   PERFORM 3150-FIND-CURRENCY-CODE
                   IF WS-CURRENCY-FOUND
                       AND WS-REPLY(4:17) = SPACES
                       MOVE WS-EDIT-CURRENCY-CODE
                           TO WSE-CURRENCY-CODE
                       SET WS-FIELD-DONE TO TRUE
                   ELSE
                       MOVE 'Currency code is not on CURFILE'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-FIELD-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       2900-FIELD-ERROR.
           ADD 1 TO WS-TRY-COUNT
           DISPLAY '  ' WS-ERROR-TEXT
           IF WS-TRY-COUNT NOT < WS-TRY-MAX
               DISPLAY '  Too many errors - transaction cancelled'
               SET WS-CANCELLED TO TRUE
           END-IF.

       3000-VALIDATE-DATE.
           IF WS-ED-YEAR < 1900 OR WS-ED-YEAR > 2099
               SET WS-RECORD-BAD TO TRUE
           ELSE
               IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                   SET WS-RECORD-BAD TO TRUE
               ELSE
                   PERFORM 3050-SET-DAYS-IN-MONTH
                   IF WS-ED-DAY < 1
                       OR WS-ED-DAY > WS-DAYS-IN-MONTH
                       SET WS-RECORD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       3050-SET-DAYS-IN-MONTH.
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
                   PERFORM 3060-SET-FEBRUARY-DAYS
           END-EVALUATE.

       3060-SET-FEBRUARY-DAYS.
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

       3100-FIND-STATUS-CODE.
           MOVE 'N' TO WS-STS-FOUND-SWITCH
           MOVE SPACES TO WS-STATUS-DESCRIPTION
           PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB > WS-STATUS-COUNT
                   OR WS-STATUS-FOUND
               IF WS-STS-CODE(WS-STS-SUB) = WS-EDIT-STATUS-CODE
                   SET WS-STATUS-FOUND TO TRUE
                   MOVE WS-STS-DESCRIPTION(WS-STS-SUB)
                       TO WS-STATUS-DESCRIPTION
               END-IF
           END-PERFORM.

       3150-FIND-CURRENCY-CODE.
           MOVE 'N' TO WS-CUR-FOUND-SWITCH
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT
                   OR WS-CURRENCY-FOUND
               IF WS-CUR-CODE(WS-CUR-SUB) = WS-EDIT-CURRENCY-CODE
                   SET WS-CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3200-VALIDATE-AMOUNT.
      *    The keyed amount must convert to the S9(9)V99 WSE-AMOUNT
      *    with no more than two decimals - what TBLEDIT would pass
      *    as numeric once it is on the record.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-REPLY) NOT = 0
               SET WS-RECORD-BAD TO TRUE
           ELSE
               COMPUTE WS-EDIT-AMOUNT =
                   FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                   ON SIZE ERROR
                       SET WS-RECORD-BAD TO TRUE
               END-COMPUTE
               IF WS-RECORD-OK
                   IF WS-EDIT-AMOUNT
                       NOT = FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       SET WS-RECORD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       4000-CONFIRM-AND-QUEUE.
           IF WS-CANCELLED
               DISPLAY 'Nothing queued for ' WS-INQUIRY-KEY
           ELSE
               MOVE WS-ACTION-CODE     TO QL-ACTION-CODE
               MOVE WSE-RECORD-KEY     TO QL-RECORD-KEY
               MOVE WSE-EFFECTIVE-DATE TO QL-EFFECTIVE-DATE
               IF WSE-AMOUNT NUMERIC
                   MOVE WSE-AMOUNT TO QL-AMOUNT
               ELSE
                   MOVE 0 TO QL-AMOUNT
               END-IF
               MOVE WSE-STATUS-CODE    TO QL-STATUS-CODE
               MOVE WSE-SOURCE-ID      TO QL-SOURCE-ID
               MOVE WSE-CURRENCY-CODE  TO QL-CURRENCY-CODE
               IF WSE-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY TO QL-CURRENCY-CODE
               END-IF
               DISPLAY WS-QUEUE-LINE
               DISPLAY 'Queue this transaction (Y/N) ==> '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = 'Y'
                   PERFORM 4100-WRITE-QUEUE-RECORD
               ELSE
                   DISPLAY 'Nothing queued for ' WS-INQUIRY-KEY
               END-IF
           END-IF.

       4100-WRITE-QUEUE-RECORD.
           MOVE WS-ACTION-CODE TO WTI-ACTION-CODE
           MOVE WS-QUEUE-ENTRY TO WTI-ENTRY
           MOVE WS-OPERATOR-ID TO WTI-USER-ID
           WRITE WORK-RECORD FROM WS-TRANSACTION-IMAGE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: TRNWRK write failed, status '
                   WS-WORK-STATUS ' - nothing queued'
           ELSE
               ADD 1 TO WS-QUEUED-COUNT
               ADD 1 TO WS-QUEUE-COUNT
               IF WSE-AMOUNT NUMERIC
                   ADD WSE-AMOUNT TO WS-QUEUE-HASH
               END-IF
               DISPLAY 'Queued for cycle ' WS-QUEUE-CYCLE-DATE
           END-IF.

       8000-REBUILD-TRANSACTION-FILE.
      *    Header, every queued transaction, then a trailer whose
      *    count and hash are exactly what TBLUPDT's verify pass
      *    will add up.
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Error: TRNWRK reopen failed, status '
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

       9995-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'session terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-CALENDAR.
           DISPLAY 'Fatal: queue cycle could not be set - '
               'session terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'session terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9998-ABEND-QUEUE.
      *    The session's transactions are still on TRNWRK for
      *    operations to requeue by hand.
           DISPLAY 'Fatal: TRNFILE could not be rebuilt - this '
               'session''s transactions are on TRNWRK'
           CLOSE WORK-FILE
           CLOSE TRANSACTION-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: session could not be started - '
               'job terminated'
           CLOSE INDEXED-FILE
           IF WS-HISTORY-OPENED
               CLOSE HISTORY-FILE
           END-IF
           CLOSE WORK-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

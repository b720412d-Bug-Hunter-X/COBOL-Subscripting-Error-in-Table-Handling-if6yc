      *    RECORDS AS THE INFILE FEEDS AND IS VERIFIED FRONT TO
      *    BACK (COUNT, AND HASH OF THE NUMERIC AMOUNTS) BEFORE A
      *    SINGLE TRANSACTION IS APPLIED - A SHORT TRANSMISSION
      *    ABENDS INSTEAD OF APPLYING SILENTLY SHORT.  ITS HDR
      *    CYCLE DATE MUST BE THE CYCLE TBLLOAD LAST LOADED CLEAN
      *    (STATFILE): A TRNFILE LEFT FROM AN EARLIER CYCLE, OR
      *    QUEUED FOR A LATER ONE, ABENDS RATHER THAN BEING APPLIED
      *    TWICE OR EARLY.  NO TRNFILE AT ALL MEANS NOTHING WAS
      *    QUEUED FOR THE CYCLE, AND ONLY APRTRN IS APPLIED; TBLCYCL
      *    RETIRES TRNFILE ONCE THIS STEP HAS RUN CLEAN.  A RESTART
      *    CHECKPOINT (UPDRST, LIKE TBLLOAD'S RSTFILE) IS WRITTEN
      *    AFTER EVERY TRANSACTION SO AN INTERRUPTED RUN RESUMES
      *    AFTER THE LAST ONE APPLIED INSTEAD OF BEING RECONCILED
      *    BY HAND AGAINST THE REGISTER.
      *    MAKER-CHECKER: A TRANSACTION THAT MOVES A MASTER AMOUNT
      *    BY MORE THAN THE UPDPARM APPROVAL LIMIT, OR DELETES AN
      *    'HD' OR 'RV' RECORD, IS NOT APPLIED BUT PARKED ON THE
      *    PENDING-APPROVAL FILE (PNDFILE, SEE PNDREC) UNDER THE
      *    SUBMITTER'S USER ID.  A SECOND PERSON APPROVES OR
      *    DECLINES IT IN TBLAPRV; APPROVED ITEMS COME BACK ON
      *    APRTRN AND ARE APPLIED AFTER THE TRNFILE TRANSACTIONS,
      *    WITH THE APPROVER'S ID ON THE REGISTER AND THE AUDIT
      *    IMAGES.  APRTRN IS EMPTIED AT THE END OF A CLEAN RUN.
      *    THE LIMIT IS IN THE BASE CURRENCY (CURFILE): A FOREIGN
      *    AMOUNT IS MEASURED AT ITS RATFILE RATE FOR THE TRNFILE
      *    CYCLE DATE, AND ONE WITH NO RATE FOR THAT DAY CANNOT BE
      *    SHOWN TO BE WITHIN THE LIMIT AND IS PARKED TOO.
      *    PERIOD LOCK: ONCE TBLCLOSE HAS CLOSED A MONTH (PERCTL), A
      *    TRANSACTION DATED IN IT OR EARLIER - OR A CHANGE OR
      *    DELETE OF A MASTER RECORD DATED THERE - IS REJECTED
      *    UNLESS A CONTROLLER OVERRIDE FOR THE KEY IS ON CLSOVR,
      *    SO THE CLOSED FIGURES CANNOT DRIFT.  TBLWOFF WRITE-OFFS
      *    ARE HELD TO THE SAME LOCK.
      *    STATUS 'WO' IS SET ONLY BY TBLWOFF: AN ADD, OR A CHANGE
      *    TO 'WO', SUBMITTED UNDER ANY OTHER USER ID IS REJECTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "UPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT APPROVED-FILE ASSIGN TO "APRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "CLSOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
       01  TRANSACTION-RECORD.
           05  TRN-ACTION-CODE          PIC X(01).
           05  TRN-ENTRY                PIC X(80).
           05  TRN-USER-ID              PIC X(08).

       FD  INDEXED-FILE.
       01  IDX-RECORD.
               WSE-EFFECTIVE-DATE BY IDX-EFFECTIVE-DATE
               WSE-AMOUNT         BY IDX-AMOUNT
               WSE-STATUS-CODE    BY IDX-STATUS-CODE
               WSE-SOURCE-ID      BY IDX-SOURCE-ID
               WSE-CURRENCY-CODE  BY IDX-CURRENCY-CODE.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  MASTER-CONTROL-RECORD.
           COPY IDXCTL.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  UPP-APPROVAL-LIMIT       PIC 9(09)V99.
           05  FILLER                   PIC X(69).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD               PIC X(132).

       FD  APPROVED-FILE
           RECORDING MODE IS F.
       01  APPROVED-RECORD              PIC X(132).

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

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           COPY RATREF.

       FD  STATISTICS-FILE
           RECORDING MODE IS F.
       01  STATISTICS-RECORD.
           COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSACTION-STATUS    PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-RESTART-STATUS        PIC X(02) VALUE '00'.
           05  WS-MASTER-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-PENDING-STATUS        PIC X(02) VALUE '00'.
           05  WS-APPROVED-STATUS       PIC X(02) VALUE '00'.
           05  WS-PERIOD-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-OVERRIDE-STATUS       PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS           PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN                  VALUE 'Y'.
           05  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-APR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-APPROVED                 VALUE 'Y'.
           05  WS-APR-READ-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-APPROVED-READ                VALUE 'Y'.
           05  WS-PARK-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-PARK-TRANSACTION             VALUE 'Y'.
           05  WS-LOCK-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-PERIOD-LOCKED                VALUE 'Y'.
           05  WS-WRITE-OFF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-WRITE-OFF-REFUSED            VALUE 'Y'.
           05  WS-OVR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-OVERRIDES                VALUE 'Y'.
           05  WS-REF-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-REFERENCE                VALUE 'Y'.
           05  WS-RAT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-CONVERT-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-AMOUNT-CONVERTED             VALUE 'Y'.
           05  WS-TRNFILE-SWITCH        PIC X(01) VALUE 'Y'.
               88  WS-TRNFILE-PRESENT              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(5) VALUE 0.
           05  WS-VERIFY-COUNT          PIC 9(7) VALUE 0.
           05  WS-VERIFY-HASH           PIC S9(13)V99 VALUE 0.
           05  WS-CYCLE-DATE            PIC 9(8) VALUE 0.
           05  WS-LOAD-CYCLE-DATE       PIC 9(8) VALUE 0.
           05  WS-IDX-COUNT             PIC 9(7) VALUE 0.
           05  WS-IDX-HASH              PIC S9(13)V99 VALUE 0.
           05  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
           05  WS-LOCKED-COUNT          PIC 9(5) VALUE 0.
           05  WS-OVERRIDDEN-COUNT      PIC 9(5) VALUE 0.

       01  WS-APPROVAL-AREA.
           05  WS-DEFAULT-APPROVAL-LIMIT
                                        PIC 9(09)V99 VALUE 100000.00.
           05  WS-APPROVAL-LIMIT        PIC 9(09)V99 VALUE 0.
           05  WS-MOVEMENT              PIC S9(11)V99 VALUE 0.
           05  WS-PARK-REASON           PIC X(02) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(01) VALUE SPACE.
           05  WS-APPLY-USER-ID         PIC X(08) VALUE SPACES.
           05  WS-APPLY-APPROVER-ID     PIC X(08) VALUE SPACES.
           05  WS-WRITE-OFF-CODE        PIC X(02) VALUE 'WO'.
           05  WS-WRITE-OFF-USER        PIC X(08) VALUE 'TBLWOFF'.

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-POST-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-ITEM-RATE             PIC 9(05)V9(06) VALUE 0.
           05  WS-CONVERT-AMOUNT        PIC S9(9)V99 VALUE 0.
           05  WS-CONVERT-BASE          PIC S9(11)V99 VALUE 0.
           05  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.

       01  WS-RATE-AREA.
           05  WS-RATE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RATE-MAX              PIC 9(2) VALUE 20.
           05  WS-RATE-SUB              PIC 9(2) VALUE 0.
           05  WS-RATE-HIT              PIC 9(2) VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES.
               10  WS-RAT-CURRENCY      PIC X(03).
               10  WS-RAT-RATE          PIC 9(05)V9(06).

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

       01  WS-PENDING-ITEM.
           COPY PNDREC.

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.
               WSE-EFFECTIVE-DATE BY BFR-EFFECTIVE-DATE
               WSE-AMOUNT         BY BFR-AMOUNT
               WSE-STATUS-CODE    BY BFR-STATUS-CODE
               WSE-SOURCE-ID      BY BFR-SOURCE-ID
               WSE-CURRENCY-CODE  BY BFR-CURRENCY-CODE.

       01  WS-REGISTER-LINE.
           05  RL-ACTION-CODE           PIC X(01).
           05  RL-REASON                PIC X(30).
           05  FILLER                   PIC X(77) VALUE SPACES.

       01  WS-PARKED-REASON.
           05  PR-TEXT                  PIC X(11).
           05  FILLER                   PIC X(04) VALUE 'REF '.
           05  PR-SUBMIT-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  PR-SEQUENCE              PIC 9(05).

       01  WS-APPROVED-REASON.
           05  FILLER                   PIC X(12)
                                        VALUE 'APPROVED BY '.
           05  AR-APPROVER-ID           PIC X(08).

       01  WS-LOCKED-REASON.
           05  FILLER                   PIC X(07) VALUE 'PERIOD '.
           05  LR-PERIOD                PIC 9(06).
           05  FILLER                   PIC X(07) VALUE ' CLOSED'.

       01  WS-OVERRIDE-REASON.
           05  FILLER                   PIC X(16)
                                        VALUE 'PERIOD OVERRIDE '.
           05  OR-CONTROLLER-ID         PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(16)
                                        VALUE 'Trans applied: '.
           05  FILLER                   PIC X(12)
                                        VALUE ', rejected: '.
           05  TL-REJECTED              PIC ZZZZ9.
           05  FILLER                   PIC X(11)
                                        VALUE ', pending: '.
           05  TL-PENDING               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-CHECK-RESTART
           PERFORM 0060-READ-MASTER-CONTROL
           PERFORM 0070-READ-LAST-LOAD
           PERFORM 0080-READ-APPROVAL-LIMIT
           PERFORM 0085-LOAD-BASE-CURRENCY
           PERFORM 0090-READ-PERIOD-CONTROL
           PERFORM 0100-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           IF WS-TRNFILE-PRESENT
               PERFORM 0150-VERIFY-CONTROL-RECORDS
           END-IF
           PERFORM 0180-LOAD-RATES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           IF WS-TRNFILE-PRESENT
               PERFORM 1000-PROCESS-TRANSACTIONS
           END-IF
           PERFORM 1500-PROCESS-APPROVED-ITEMS
           PERFORM 8000-PRINT-TOTAL-LINE
           PERFORM 8600-WRITE-MASTER-CONTROL
           PERFORM 8500-CLEAR-RESTART-CHECKPOINT
           PERFORM 8550-CLEAR-APPROVED-ITEMS
           IF WS-TRNFILE-PRESENT
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE INDEXED-FILE
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           CLOSE PENDING-FILE
           DISPLAY 'Maintenance complete: ' WS-READ-COUNT ' read, '
               WS-APPLIED-COUNT ' applied, '
               WS-REJECTED-COUNT ' rejected, '
               WS-PENDING-COUNT ' parked for approval.'
           IF WS-APPROVED-COUNT > 0
               DISPLAY 'Approved items from APRTRN: '
                   WS-APPROVED-COUNT
           END-IF
           IF WS-LOCKED-COUNT > 0 OR WS-OVERRIDDEN-COUNT > 0
               DISPLAY 'Closed period ' WS-CLOSED-PERIOD ': '
                   WS-LOCKED-COUNT ' rejected, '
                   WS-OVERRIDDEN-COUNT ' applied under override'
           END-IF
           STOP RUN.

       0050-CHECK-RESTART.
                   ' - master totals start from zero'
           END-IF.

       0070-READ-LAST-LOAD.
      *    The run maintains the cycle TBLLOAD last loaded clean -
      *    the same reading of STATFILE TBLCYCL and TBLMNT make -
      *    and applies a TRNFILE queued for that cycle only.
           OPEN INPUT STATISTICS-FILE
           IF WS-STATISTICS-STATUS = '00'
               MOVE 'N' TO WS-REF-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REFERENCE
                   READ STATISTICS-FILE
                       AT END
                           SET WS-EOF-REFERENCE TO TRUE
                       NOT AT END
                           IF ST-RETURN-CODE = 0
                               AND ST-CYCLE-DATE NUMERIC
                               AND ST-CYCLE-DATE
                                   > WS-LOAD-CYCLE-DATE
                               MOVE ST-CYCLE-DATE
                                   TO WS-LOAD-CYCLE-DATE
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
           MOVE WS-LOAD-CYCLE-DATE TO WS-CYCLE-DATE.

       0080-READ-APPROVAL-LIMIT.
           MOVE WS-DEFAULT-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UPP-APPROVAL-LIMIT NUMERIC
                           MOVE UPP-APPROVAL-LIMIT
                               TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'UPDPARM not found - using default approval '
                   'limit ' WS-DEFAULT-APPROVAL-LIMIT
           END-IF.

       0085-LOAD-BASE-CURRENCY.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9994-ABEND-CURRENCY-FILE
           END-IF
           MOVE 'N' TO WS-REF-EOF-SWITCH
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
               PERFORM 9994-ABEND-CURRENCY-FILE
           END-IF.

       0090-READ-PERIOD-CONTROL.
      *    No PERCTL means no month has been closed yet.  Any other
      *    failure stops the run - applying with the lock off would
      *    let the closed figures drift without anyone knowing.
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
               PERFORM 0095-LOAD-OVERRIDES
           END-IF.

       0095-LOAD-OVERRIDES.
      *    One card per key a controller has reopened; a card with
      *    no controller id is no override.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
               PERFORM UNTIL WS-EOF-OVERRIDES
                   READ OVERRIDE-FILE
                       AT END
                           SET WS-EOF-OVERRIDES TO TRUE
                       NOT AT END
                           PERFORM 0096-STORE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           ELSE
               IF WS-OVERRIDE-STATUS NOT = '35'
                   DISPLAY 'Warning: CLSOVR open failed, status '
                       WS-OVERRIDE-STATUS ' - no overrides applied'
               END-IF
           END-IF.

       0096-STORE-OVERRIDE.
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

       0100-OPEN-FILES.
      *    No TRNFILE is a night nothing was queued - the approved
      *    items on APRTRN are still applied.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '35'
               MOVE 'N' TO WS-TRNFILE-SWITCH
               DISPLAY 'TRNFILE not found - no transactions queued '
                   'for cycle ' WS-CYCLE-DATE
           ELSE
               IF WS-TRANSACTION-STATUS NOT = '00'
                   DISPLAY 'Error: TRNFILE open failed, status '
                       WS-TRANSACTION-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           OPEN I-O INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: AUDFILE open failed, status '
                   WS-AUDIT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    Parked items accumulate until TBLAPRV works them off, so
      *    the pending file is extended, never replaced.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'Error: PNDFILE open failed, status '
                   WS-PENDING-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0150-VERIFY-CONTROL-RECORDS.
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE HT-CYCLE-DATE TO WS-CYCLE-DATE
                   IF WS-CYCLE-DATE NOT = WS-LOAD-CYCLE-DATE
                       DISPLAY 'Error: TRNFILE is for cycle '
                           WS-CYCLE-DATE ', last clean load is '
                           WS-LOAD-CYCLE-DATE
                       PERFORM 9998-ABEND-CONTROL
                   END-IF
               WHEN HT-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 0170-VERIFY-TRAILER
           DISPLAY 'TRNFILE reconciled: ' WS-VERIFY-COUNT
               ' transactions, cycle ' WS-CYCLE-DATE.

       0180-LOAD-RATES.
      *    Foreign amounts are measured against the approval limit
      *    at the rates for the TRNFILE cycle date.  No RATFILE only
      *    matters if a foreign amount has to be measured.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               MOVE 'N' TO WS-REF-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REFERENCE
                   READ RATE-FILE
                       AT END
                           SET WS-EOF-REFERENCE TO TRUE
                       NOT AT END
                           IF RT-CYCLE-DATE NUMERIC
                               AND RT-CYCLE-DATE = WS-CYCLE-DATE
                               PERFORM 0185-STORE-RATE
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

       0185-STORE-RATE.
           IF RT-RATE NUMERIC AND RT-RATE > 0
               MOVE RT-CURRENCY-CODE TO WS-POST-CURRENCY
               PERFORM 2460-FIND-RATE
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
                   ELSE
                       DISPLAY 'Error: rate table full - currency '
                           RT-CURRENCY-CODE ' not loaded'
                   END-IF
               END-IF
           END-IF.

       1000-PROCESS-TRANSACTIONS.
      *    Transactions skipped on a resume were applied before the
      *    interruption - the checkpoint is only written after the
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       MOVE TRN-ENTRY TO WS-TRANSACTION-ENTRY
                       MOVE TRN-ACTION-CODE TO WS-ACTION-CODE
                       MOVE TRN-USER-ID TO WS-APPLY-USER-ID
                       MOVE SPACES TO WS-APPLY-APPROVER-ID
                       PERFORM 2000-APPLY-TRANSACTION
                       PERFORM 7400-WRITE-CHECKPOINT
                   END-IF
           END-EVALUATE.

       1500-PROCESS-APPROVED-ITEMS.
      *    Approved items follow the TRNFILE transactions and share
      *    their detail count, so the same checkpoint covers both.
           OPEN INPUT APPROVED-FILE
           IF WS-APPROVED-STATUS = '00'
               SET WS-APPROVED-READ TO TRUE
               PERFORM UNTIL WS-EOF-APPROVED
                   READ APPROVED-FILE INTO WS-PENDING-ITEM
                       AT END
                           SET WS-EOF-APPROVED TO TRUE
                       NOT AT END
                           PERFORM 1600-ROUTE-APPROVED-ITEM
                   END-READ
               END-PERFORM
               CLOSE APPROVED-FILE
           ELSE
               IF WS-APPROVED-STATUS NOT = '35'
                   DISPLAY 'Error: APRTRN open failed, status '
                       WS-APPROVED-STATUS
                       ' - approved items held for the next run'
               END-IF
           END-IF.

       1600-ROUTE-APPROVED-ITEM.
      *    An approval by the submitter is no approval: the item is
      *    put back through the limit checks and parks again.
           IF PND-APPROVED
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-DETAIL-COUNT <= WS-RESTART-COUNT
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PND-ENTRY TO WS-TRANSACTION-ENTRY
                   MOVE PND-ACTION-CODE TO WS-ACTION-CODE
                   MOVE PND-SUBMITTER-ID TO WS-APPLY-USER-ID
                   MOVE PND-APPROVER-ID TO WS-APPLY-APPROVER-ID
                   IF PND-APPROVER-ID = PND-SUBMITTER-ID
                       MOVE SPACES TO WS-APPLY-APPROVER-ID
                   END-IF
                   PERFORM 2000-APPLY-TRANSACTION
                   PERFORM 7400-WRITE-CHECKPOINT
               END-IF
           END-IF.

       2000-APPLY-TRANSACTION.
           MOVE 'N' TO WS-PARK-SWITCH
           MOVE 'N' TO WS-LOCK-SWITCH
           MOVE 'N' TO WS-WRITE-OFF-SWITCH
           MOVE SPACES TO WS-OVERRIDE-ID
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   MOVE SPACES TO BFR-STATUS-CODE
                   PERFORM 2660-CHECK-WRITE-OFF
                   IF NOT WS-WRITE-OFF-REFUSED
                       MOVE WSE-EFFECTIVE-DATE TO WS-LOCK-DATE
                       PERFORM 2600-CHECK-PERIOD-LOCK
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-WRITE-OFF-REFUSED
                           PERFORM 7260-PRINT-WRITE-OFF-LINE
                       WHEN WS-PERIOD-LOCKED
                           PERFORM 7250-PRINT-LOCKED-LINE
                       WHEN OTHER
                           PERFORM 2050-CHECK-ADD-LIMIT
                           IF WS-PARK-TRANSACTION
                               PERFORM 2500-PARK-TRANSACTION
                           ELSE
                               PERFORM 2100-APPLY-ADD
                           END-IF
                   END-EVALUATE
               WHEN 'C'
                   PERFORM 2200-APPLY-CHANGE
               WHEN 'D'
                   PERFORM 7200-PRINT-REJECTED-LINE
           END-EVALUATE.

       2050-CHECK-ADD-LIMIT.
           IF WS-APPLY-APPROVER-ID = SPACES
               AND WSE-AMOUNT NUMERIC
               MOVE WSE-CURRENCY-CODE TO WS-POST-CURRENCY
               MOVE WSE-AMOUNT TO WS-CONVERT-AMOUNT
               PERFORM 2450-CONVERT-TO-BASE
               IF WS-AMOUNT-CONVERTED
                   MOVE WS-CONVERT-BASE TO WS-MOVEMENT
                   PERFORM 2400-TEST-MOVEMENT
               ELSE
                   PERFORM 2470-PARK-NO-RATE
               END-IF
           END-IF.

       2100-APPLY-ADD.
           MOVE WSE-RECORD-KEY     TO IDX-RECORD-KEY
           MOVE WSE-EFFECTIVE-DATE TO IDX-EFFECTIVE-DATE
           MOVE WSE-AMOUNT         TO IDX-AMOUNT
           MOVE WSE-STATUS-CODE    TO IDX-STATUS-CODE
           MOVE WSE-SOURCE-ID      TO IDX-SOURCE-ID
           MOVE WSE-CURRENCY-CODE  TO IDX-CURRENCY-CODE
           WRITE IDX-RECORD
               INVALID KEY
                   PERFORM 7200-PRINT-REJECTED-LINE
                   PERFORM 7200-PRINT-REJECTED-LINE
               NOT INVALID KEY
                   MOVE IDX-ENTRY TO WS-BEFORE-IMAGE
                   PERFORM 2660-CHECK-WRITE-OFF
                   IF NOT WS-WRITE-OFF-REFUSED
                       PERFORM 2650-CHECK-CHANGE-LOCK
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-WRITE-OFF-REFUSED
                           PERFORM 7260-PRINT-WRITE-OFF-LINE
                       WHEN WS-PERIOD-LOCKED
                           PERFORM 7250-PRINT-LOCKED-LINE
                       WHEN OTHER
                           PERFORM 2250-CHECK-CHANGE-LIMIT
                           IF WS-PARK-TRANSACTION
                               PERFORM 2500-PARK-TRANSACTION
                           ELSE
                               PERFORM 2260-REWRITE-CHANGED-RECORD
                           END-IF
                   END-EVALUATE
           END-READ.

       2250-CHECK-CHANGE-LIMIT.
      *    A change is measured by how far it moves the amount on
      *    file, not by the new amount itself - each side valued in
      *    the base at its own currency's rate, since a change may
      *    move the currency as well as the amount.  A change that
      *    leaves both as they are moves nothing, so it needs no
      *    rate and is never parked.
           IF WS-APPLY-APPROVER-ID = SPACES
               AND WSE-AMOUNT NUMERIC
               AND NOT (WSE-AMOUNT = BFR-AMOUNT
                   AND WSE-CURRENCY-CODE = BFR-CURRENCY-CODE)
               MOVE WSE-CURRENCY-CODE TO WS-POST-CURRENCY
               MOVE WSE-AMOUNT TO WS-CONVERT-AMOUNT
               PERFORM 2450-CONVERT-TO-BASE
               MOVE WS-CONVERT-BASE TO WS-NEW-BASE
               IF WS-AMOUNT-CONVERTED AND BFR-AMOUNT NUMERIC
                   MOVE BFR-CURRENCY-CODE TO WS-POST-CURRENCY
                   MOVE BFR-AMOUNT TO WS-CONVERT-AMOUNT
                   PERFORM 2450-CONVERT-TO-BASE
               ELSE
                   MOVE 0 TO WS-CONVERT-BASE
               END-IF
               IF WS-AMOUNT-CONVERTED
                   COMPUTE WS-MOVEMENT = WS-NEW-BASE - WS-CONVERT-BASE
                   PERFORM 2400-TEST-MOVEMENT
               ELSE
                   PERFORM 2470-PARK-NO-RATE
               END-IF
           END-IF.

       2260-REWRITE-CHANGED-RECORD.
           MOVE WSE-EFFECTIVE-DATE TO IDX-EFFECTIVE-DATE
           MOVE WSE-AMOUNT         TO IDX-AMOUNT
           MOVE WSE-STATUS-CODE    TO IDX-STATUS-CODE
           MOVE WSE-SOURCE-ID      TO IDX-SOURCE-ID
           MOVE WSE-CURRENCY-CODE  TO IDX-CURRENCY-CODE
           REWRITE IDX-RECORD
               INVALID KEY
                   PERFORM 7200-PRINT-REJECTED-LINE
               NOT INVALID KEY
                   PERFORM 7100-PRINT-APPLIED-LINE
      *    TRNFILE amounts are never edited and the verify pass
      *    skips non-numeric ones in its hash, so the running
      *    totals must skip them the same way - TBLVFY's scan does
      *    too, and an unguarded ADD would abend mid-apply and
      *    re-abend on every restart.
                   IF BFR-AMOUNT NUMERIC
                       SUBTRACT BFR-AMOUNT
                           FROM WS-IDX-HASH
                   END-IF
                   IF IDX-AMOUNT NUMERIC
                       ADD IDX-AMOUNT TO WS-IDX-HASH
                   END-IF
                   MOVE 'B' TO WS-AUDIT-ACTION
                   MOVE WS-BEFORE-IMAGE TO WS-AUDIT-IMAGE
                   PERFORM 7300-WRITE-AUDIT-IMAGE
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE IDX-ENTRY TO WS-AUDIT-IMAGE
                   PERFORM 7300-WRITE-AUDIT-IMAGE
           END-REWRITE.

       2300-APPLY-DELETE.
           MOVE WSE-RECORD-KEY TO IDX-RECORD-KEY
                   PERFORM 7200-PRINT-REJECTED-LINE
               NOT INVALID KEY
                   MOVE IDX-ENTRY TO WS-BEFORE-IMAGE
                   MOVE BFR-EFFECTIVE-DATE TO WS-LOCK-DATE
                   PERFORM 2600-CHECK-PERIOD-LOCK
                   IF WS-PERIOD-LOCKED
                       PERFORM 7250-PRINT-LOCKED-LINE
                   ELSE
                       PERFORM 2350-CHECK-DELETE-LIMIT
                       IF WS-PARK-TRANSACTION
                           PERFORM 2500-PARK-TRANSACTION
                       ELSE
                           PERFORM 2360-DELETE-MASTER-RECORD
                       END-IF
                   END-IF
           END-READ.

       2350-CHECK-DELETE-LIMIT.
      *    A held or reversed record is an open problem; deleting it
      *    makes the problem disappear, so it always takes a second
      *    person.  Any other delete is measured by the amount it
      *    takes off the master.
           IF WS-APPLY-APPROVER-ID = SPACES
               IF BFR-STATUS-CODE = 'HD' OR BFR-STATUS-CODE = 'RV'
                   SET WS-PARK-TRANSACTION TO TRUE
                   MOVE 'HD' TO WS-PARK-REASON
               ELSE
                   IF BFR-AMOUNT NUMERIC
                       MOVE BFR-CURRENCY-CODE TO WS-POST-CURRENCY
                       MOVE BFR-AMOUNT TO WS-CONVERT-AMOUNT
                       PERFORM 2450-CONVERT-TO-BASE
                       IF WS-AMOUNT-CONVERTED
                           MOVE WS-CONVERT-BASE TO WS-MOVEMENT
                           PERFORM 2400-TEST-MOVEMENT
                       ELSE
                           PERFORM 2470-PARK-NO-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2360-DELETE-MASTER-RECORD.
           DELETE INDEXED-FILE
               INVALID KEY
                   PERFORM 7200-PRINT-REJECTED-LINE
               NOT INVALID KEY
                   PERFORM 7100-PRINT-APPLIED-LINE
                   SUBTRACT 1 FROM WS-IDX-COUNT
                   IF BFR-AMOUNT NUMERIC
                       SUBTRACT BFR-AMOUNT
                           FROM WS-IDX-HASH
                   END-IF
                   MOVE 'D' TO WS-AUDIT-ACTION
                   MOVE WS-BEFORE-IMAGE TO WS-AUDIT-IMAGE
                   PERFORM 7300-WRITE-AUDIT-IMAGE
           END-DELETE.

       2400-TEST-MOVEMENT.
           IF WS-MOVEMENT < 0
               COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
           END-IF
           IF WS-MOVEMENT > WS-APPROVAL-LIMIT
               SET WS-PARK-TRANSACTION TO TRUE
               MOVE 'AM' TO WS-PARK-REASON
           END-IF.

       2450-CONVERT-TO-BASE.
      *    Values WS-CONVERT-AMOUNT, held in WS-POST-CURRENCY, in
      *    the base currency.  Base amounts convert at one; a
      *    foreign amount only at the cycle date's own rate.
           IF WS-POST-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           END-IF
           MOVE 'N' TO WS-CONVERT-SWITCH
           MOVE 0 TO WS-ITEM-RATE
           MOVE 0 TO WS-CONVERT-BASE
           IF WS-POST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-ITEM-RATE
               SET WS-AMOUNT-CONVERTED TO TRUE
           ELSE
               PERFORM 2460-FIND-RATE
               IF WS-RATE-FOUND
                   MOVE WS-RAT-RATE(WS-RATE-HIT) TO WS-ITEM-RATE
                   SET WS-AMOUNT-CONVERTED TO TRUE
               END-IF
           END-IF
           IF WS-AMOUNT-CONVERTED
               COMPUTE WS-CONVERT-BASE ROUNDED =
                   WS-CONVERT-AMOUNT * WS-ITEM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CONVERT-SWITCH
               END-COMPUTE
           END-IF.

       2460-FIND-RATE.
           MOVE 'N' TO WS-RAT-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RAT-CURRENCY(WS-RATE-SUB) = WS-POST-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       2470-PARK-NO-RATE.
      *    An amount that cannot be valued cannot be shown to be
      *    within the limit, so it takes a second person.
           DISPLAY 'Warning: no RATFILE rate for ' WS-POST-CURRENCY
               ' on ' WS-CYCLE-DATE ' - ' WSE-RECORD-KEY
               ' parked for approval'
           SET WS-PARK-TRANSACTION TO TRUE
           MOVE 'AM' TO WS-PARK-REASON.

       2500-PARK-TRANSACTION.
      *    The reference is the TRNFILE cycle date and the
      *    transaction's place in the file - what the approver keys
      *    on the TBLAPRV decision card.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO WS-PENDING-ITEM
           MOVE WS-CYCLE-DATE TO PND-SUBMIT-DATE
           MOVE WS-DETAIL-COUNT TO PND-SEQUENCE
           SET PND-PENDING TO TRUE
           MOVE WS-PARK-REASON TO PND-PARK-REASON
           MOVE WS-APPLY-USER-ID TO PND-SUBMITTER-ID
           MOVE ZERO TO PND-DECISION-DATE
           MOVE WS-ACTION-CODE TO PND-ACTION-CODE
           MOVE WS-TRANSACTION-ENTRY TO PND-ENTRY
           WRITE PENDING-RECORD FROM WS-PENDING-ITEM
           MOVE WS-ACTION-CODE  TO RL-ACTION-CODE
           MOVE WSE-RECORD-KEY  TO RL-RECORD-KEY
           MOVE 'PENDING'       TO RL-DISPOSITION
           IF WS-PARK-REASON = 'HD'
               MOVE 'HD/RV DEL' TO PR-TEXT
           ELSE
               MOVE 'OVER LIMIT' TO PR-TEXT
           END-IF
           MOVE PND-SUBMIT-DATE TO PR-SUBMIT-DATE
           MOVE PND-SEQUENCE    TO PR-SEQUENCE
           MOVE WS-PARKED-REASON TO RL-REASON
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       2600-CHECK-PERIOD-LOCK.
      *    WS-LOCK-DATE is the date being tested.  A date that is
      *    not numeric cannot fall in any period and is left to the
      *    rules that already govern it.
           IF WS-CLOSED-PERIOD > 0
               AND WS-LOCK-DATE NUMERIC
               AND WS-LD-PERIOD NOT > WS-CLOSED-PERIOD
               PERFORM 2610-FIND-OVERRIDE
               IF WS-OVERRIDE-ID = SPACES
                   SET WS-PERIOD-LOCKED TO TRUE
                   MOVE WS-LD-PERIOD TO LR-PERIOD
               END-IF
           END-IF.

       2610-FIND-OVERRIDE.
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB > WS-OVERRIDE-COUNT
                   OR WS-OVERRIDE-ID NOT = SPACES
               IF WS-OVR-KEY(WS-OVR-SUB) = WSE-RECORD-KEY
                   MOVE WS-OVR-CONTROLLER-ID(WS-OVR-SUB)
                       TO WS-OVERRIDE-ID
               END-IF
           END-PERFORM.

       2650-CHECK-CHANGE-LOCK.
      *    A change moves the record out of its old date as well as
      *    into its new one, so both are tested.
           MOVE WSE-EFFECTIVE-DATE TO WS-LOCK-DATE
           PERFORM 2600-CHECK-PERIOD-LOCK
           IF NOT WS-PERIOD-LOCKED
               MOVE BFR-EFFECTIVE-DATE TO WS-LOCK-DATE
               PERFORM 2600-CHECK-PERIOD-LOCK
           END-IF.

       2660-CHECK-WRITE-OFF.
      *    Only TBLWOFF puts a record into 'WO'; it does so after
      *    the sign-off and with a journal behind it.  A record
      *    already written off may still be changed by anyone.
      *    BFR-STATUS-CODE is spaces for an add.
           IF WSE-STATUS-CODE = WS-WRITE-OFF-CODE
               AND BFR-STATUS-CODE NOT = WS-WRITE-OFF-CODE
               AND WS-APPLY-USER-ID NOT = WS-WRITE-OFF-USER
               SET WS-WRITE-OFF-REFUSED TO TRUE
           END-IF.

       7100-PRINT-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION-CODE  TO RL-ACTION-CODE
           MOVE WSE-RECORD-KEY  TO RL-RECORD-KEY
           MOVE 'APPLIED'       TO RL-DISPOSITION
           MOVE SPACES          TO RL-REASON
           IF WS-APPLY-APPROVER-ID NOT = SPACES
               MOVE WS-APPLY-APPROVER-ID TO AR-APPROVER-ID
               MOVE WS-APPROVED-REASON TO RL-REASON
           END-IF
      *    The approver stays on the audit image; the register
      *    shows the override, the rarer and later authority.
           IF WS-OVERRIDE-ID NOT = SPACES
               ADD 1 TO WS-OVERRIDDEN-COUNT
               MOVE WS-OVERRIDE-ID TO OR-CONTROLLER-ID
               MOVE WS-OVERRIDE-REASON TO RL-REASON
           END-IF
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       7200-PRINT-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-ACTION-CODE  TO RL-ACTION-CODE
           MOVE WSE-RECORD-KEY  TO RL-RECORD-KEY
           MOVE 'REJECTED'      TO RL-DISPOSITION
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   MOVE 'KEY ALREADY ON FILE'    TO RL-REASON
               WHEN 'C'
           END-EVALUATE
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       7250-PRINT-LOCKED-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           ADD 1 TO WS-LOCKED-COUNT
           MOVE WS-ACTION-CODE  TO RL-ACTION-CODE
           MOVE WSE-RECORD-KEY  TO RL-RECORD-KEY
           MOVE 'REJECTED'      TO RL-DISPOSITION
           MOVE WS-LOCKED-REASON TO RL-REASON
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       7260-PRINT-WRITE-OFF-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-ACTION-CODE  TO RL-ACTION-CODE
           MOVE WSE-RECORD-KEY  TO RL-RECORD-KEY
           MOVE 'REJECTED'      TO RL-DISPOSITION
           MOVE 'WRITE-OFF ONLY BY TBLWOFF' TO RL-REASON
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       7300-WRITE-AUDIT-IMAGE.
      *    Maintenance images carry a zero table index - only the
      *    load places entries in table slots.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION-CODE
           MOVE ZERO TO AUD-TABLE-INDEX
           MOVE WS-AUDIT-IMAGE TO AUD-ENTRY
           MOVE WS-APPLY-USER-ID TO AUD-USER-ID
           MOVE WS-APPLY-APPROVER-ID TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD.

       7400-WRITE-CHECKPOINT.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Error: AUDFILE reopen failed, status '
                   WS-AUDIT-STATUS
           END-IF
           CLOSE PENDING-FILE
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'Error: PNDFILE reopen failed, status '
                   WS-PENDING-STATUS
           END-IF.

       8600-WRITE-MASTER-CONTROL.
               CLOSE RESTART-FILE
           END-IF.

       8550-CLEAR-APPROVED-ITEMS.
      *    Everything on APRTRN has now been applied or rejected;
      *    emptied so tomorrow's run does not apply it twice.
           IF WS-APPROVED-READ
               OPEN OUTPUT APPROVED-FILE
               IF WS-APPROVED-STATUS NOT = '00'
                   DISPLAY 'Error: APRTRN clear failed, status '
                       WS-APPROVED-STATUS
               ELSE
                   CLOSE APPROVED-FILE
               END-IF
           END-IF.

       8000-PRINT-TOTAL-LINE.
           MOVE WS-APPLIED-COUNT  TO TL-APPLIED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           MOVE WS-PENDING-COUNT  TO TL-PENDING
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.

       9994-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9998-ABEND-CONTROL.
           DISPLAY 'Fatal: control record mismatch on TRNFILE - '
               'job terminated'
           CLOSE INDEXED-FILE
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           CLOSE PENDING-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           CLOSE INDEXED-FILE
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           CLOSE PENDING-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

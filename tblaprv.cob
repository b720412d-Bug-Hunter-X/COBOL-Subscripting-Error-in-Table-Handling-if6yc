       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLAPRV.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - MAINTENANCE APPROVAL RUN.
      *    THE CHECKER HALF OF TBLUPDT'S MAKER-CHECKER CONTROL.
      *    READS THE TRANSACTIONS TBLUPDT PARKED ON THE PENDING-
      *    APPROVAL FILE (PNDFILE, SEE PNDREC) AND THE DECISIONS
      *    KEYED BY APPROVERS ON APVFILE - ONE CARD PER PENDING
      *    REFERENCE WITH 'A' (APPROVE) OR 'D' (DECLINE), THE
      *    APPROVER'S USER ID AND A REASON.  A DECISION BY THE
      *    USER WHO SUBMITTED THE TRANSACTION, OR WITH NO USER ID,
      *    IS REFUSED AND THE ITEM STAYS PENDING.  APPROVED ITEMS
      *    ARE ADDED TO APRTRN, CARRYING THE APPROVER ID, FOR THE
      *    NEXT TBLUPDT RUN TO APPLY.  AN ITEM WITH NO DECISION
      *    AFTER THE APVPARM NUMBER OF DAYS EXPIRES.  ITEMS STILL
      *    WAITING ARE REWRITTEN TO PNDNEW, WHICH THE NIGHTLY
      *    CYCLE'S PNDSWAP STEP (TBLCYCL) MOVES OVER PNDFILE JUST
      *    BEFORE TBLUPDT PARKS THAT NIGHT'S ITEMS ON IT.  THE RUN
      *    IS REFUSED WHILE A PNDNEW FROM AN EARLIER RUN IS STILL
      *    WAITING TO BE SWAPPED IN, AND IS NOT TO BE STARTED WHILE
      *    THE CYCLE IS BETWEEN ITS PNDSWAP AND TBLUPDT STEPS.
      *    APVRPT LISTS EVERY ITEM'S DISPOSITION AND ANY DECISION
      *    THAT MATCHED NOTHING; SUBNTC GIVES EACH SUBMITTER A
      *    NOTICE OF THEIR DECLINED AND EXPIRED ITEMS.  A REFUSED
      *    OR UNMATCHED DECISION ENDS THE RUN WITH RETURN CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT DECISION-FILE ASSIGN TO "APVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "APVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT APPROVED-FILE ASSIGN TO "APRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT RENEWED-PENDING-FILE ASSIGN TO "PNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWED-STATUS.

           SELECT REPORT-FILE ASSIGN TO "APVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "SUBNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD               PIC X(132).

       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05  APV-REFERENCE.
               10  APV-SUBMIT-DATE      PIC 9(08).
               10  APV-SEQUENCE         PIC 9(05).
           05  FILLER                   PIC X(01).
           05  APV-DECISION             PIC X(01).
           05  FILLER                   PIC X(01).
           05  APV-APPROVER-ID          PIC X(08).
           05  FILLER                   PIC X(01).
           05  APV-REASON               PIC X(30).
           05  FILLER                   PIC X(25).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  APP-EXPIRY-DAYS          PIC 9(03).
           05  FILLER                   PIC X(77).

       FD  APPROVED-FILE
           RECORDING MODE IS F.
       01  APPROVED-RECORD              PIC X(132).

       FD  RENEWED-PENDING-FILE
           RECORDING MODE IS F.
       01  RENEWED-PENDING-RECORD       PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PENDING-STATUS        PIC X(02) VALUE '00'.
           05  WS-DECISION-STATUS       PIC X(02) VALUE '00'.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-APPROVED-STATUS       PIC X(02) VALUE '00'.
           05  WS-RENEWED-STATUS        PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
           05  WS-NOTICE-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DECISION-FOUND               VALUE 'Y'.
           05  WS-DECIDED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ITEM-DECIDED                 VALUE 'Y'.
           05  WS-WARNING-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RUN-WARNING                  VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-DEFAULT-EXPIRY-DAYS   PIC 9(03) VALUE 10.
           05  WS-DECISION-MAX          PIC 9(03) VALUE 500.
           05  WS-NOTICE-MAX            PIC 9(03) VALUE 500.

       01  WS-COUNTERS.
           05  WS-PENDING-READ          PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
           05  WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
           05  WS-WAITING-COUNT         PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
           05  WS-DECISION-COUNT        PIC 9(03) VALUE 0.
           05  WS-NOTICE-COUNT          PIC 9(03) VALUE 0.
           05  WS-DEC-SUB               PIC 9(03) VALUE 0.
           05  WS-FOUND-SUB             PIC 9(03) VALUE 0.
           05  WS-NTC-SUB               PIC 9(03) VALUE 0.
           05  WS-NTC-SUB2              PIC 9(03) VALUE 0.
           05  WS-EXPIRY-DAYS           PIC 9(03) VALUE 0.
           05  WS-ITEM-DAYS             PIC 9(05) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-DAY-NUMBER        PIC 9(07) VALUE 0.
           05  WS-ITEM-DAY-NUMBER       PIC 9(07) VALUE 0.

       01  WS-CURRENT-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-TIMESTAMP-R REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CT-YYYYMMDD           PIC 9(08).
           05  FILLER                   PIC X(13).

       01  WS-PENDING-ITEM.
           COPY PNDREC.

       01  WS-PENDING-ENTRY.
           COPY WSENTRY.

       01  WS-DISPOSITION               PIC X(08) VALUE SPACES.
       01  WS-DISPOSITION-REASON        PIC X(30) VALUE SPACES.
       01  WS-LOOKUP-REFERENCE          PIC X(13) VALUE SPACES.

      *    Decision cards, loaded whole; the last card for a
      *    reference stands.
       01  WS-DECISION-AREA.
           05  WS-DECISION-TABLE OCCURS 500 TIMES.
               10  WS-DEC-REFERENCE     PIC X(13).
               10  WS-DEC-DECISION      PIC X(01).
               10  WS-DEC-APPROVER-ID   PIC X(08).
               10  WS-DEC-REASON        PIC X(30).
               10  WS-DEC-USED-FLAG     PIC X(01).
                   88  WS-DEC-USED                 VALUE 'Y'.

      *    Declined and expired items, held until the end of the
      *    run so each submitter's notice prints together.
       01  WS-NOTICE-AREA.
           05  WS-NOTICE-TABLE OCCURS 500 TIMES.
               10  WS-NTC-SUBMITTER-ID  PIC X(08).
               10  WS-NTC-SUBMIT-DATE   PIC 9(08).
               10  WS-NTC-SEQUENCE      PIC 9(05).
               10  WS-NTC-RECORD-KEY    PIC X(10).
               10  WS-NTC-ACTION-CODE   PIC X(01).
               10  WS-NTC-AMOUNT        PIC S9(9)V99.
               10  WS-NTC-OUTCOME       PIC X(08).
               10  WS-NTC-APPROVER-ID   PIC X(08).
               10  WS-NTC-REASON        PIC X(30).
               10  WS-NTC-PRINTED-FLAG  PIC X(01).
                   88  WS-NTC-PRINTED              VALUE 'Y'.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(27)
               VALUE 'Maintenance approval run - '.
           05  RH-RUN-DATE              PIC 9(08).
           05  FILLER                   PIC X(22)
               VALUE ', expiry after (days) '.
           05  RH-EXPIRY-DAYS           PIC ZZ9.

       01  WS-DETAIL-LINE.
           05  DL-SUBMIT-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  DL-SEQUENCE              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SUBMITTER-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-APPROVER-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REASON                PIC X(30).
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE 'Approved: '.
           05  TL-APPROVED              PIC ZZZZ9.
           05  FILLER                   PIC X(12)
                                        VALUE ', declined: '.
           05  TL-DECLINED              PIC ZZZZ9.
           05  FILLER                   PIC X(11)
                                        VALUE ', expired: '.
           05  TL-EXPIRED               PIC ZZZZ9.
           05  FILLER                   PIC X(11)
                                        VALUE ', waiting: '.
           05  TL-WAITING               PIC ZZZZ9.
           05  FILLER                   PIC X(11)
                                        VALUE ', refused: '.
           05  TL-REFUSED               PIC ZZZZ9.
           05  FILLER                   PIC X(13)
                                        VALUE ', unmatched: '.
           05  TL-UNMATCHED             PIC ZZZZ9.

       01  WS-NOTICE-HEADER-LINE.
           05  FILLER                   PIC X(20)
               VALUE 'Notice to submitter '.
           05  NH-SUBMITTER-ID          PIC X(08).
           05  FILLER                   PIC X(16)
               VALUE ' - approval run '.
           05  NH-RUN-DATE              PIC 9(08).

       01  WS-NOTICE-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-SUBMIT-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  ND-SEQUENCE              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-OUTCOME               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-APPROVER-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ND-REASON                PIC X(30).

       01  WS-NOTICE-NONE-LINE.
           05  FILLER                   PIC X(40)
               VALUE 'No declined or expired items this run'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-READ-PARAMETER
           PERFORM 0150-SET-RUN-DATE
           PERFORM 0200-LOAD-DECISIONS
           PERFORM 0280-CHECK-RENEWED-PENDING
           PERFORM 0300-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-EXPIRY-DAYS TO RH-EXPIRY-DAYS
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
           PERFORM 1000-PROCESS-PENDING-ITEMS
           PERFORM 2000-LIST-UNMATCHED-DECISIONS
           PERFORM 3000-PRINT-NOTICES
           PERFORM 4000-PRINT-TOTAL-LINE
           CLOSE APPROVED-FILE
           CLOSE RENEWED-PENDING-FILE
           CLOSE REPORT-FILE
           CLOSE NOTICE-FILE
           DISPLAY 'Approval run complete: ' WS-PENDING-READ
               ' pending, ' WS-APPROVED-COUNT ' approved, '
               WS-DECLINED-COUNT ' declined, ' WS-EXPIRED-COUNT
               ' expired, ' WS-WAITING-COUNT ' still waiting.'
           IF WS-RUN-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-PARAMETER.
           MOVE WS-DEFAULT-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APP-EXPIRY-DAYS NUMERIC
                           MOVE APP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'APVPARM not found - using default expiry '
                   WS-DEFAULT-EXPIRY-DAYS ' days'
           END-IF.

       0150-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       0200-LOAD-DECISIONS.
      *    No APVFILE just means nobody has decided anything yet -
      *    the pending items still age.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ DECISION-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0250-STORE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           ELSE
               IF WS-DECISION-STATUS NOT = '35'
                   DISPLAY 'Error: APVFILE open failed, status '
                       WS-DECISION-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       0250-STORE-DECISION.
           MOVE APV-REFERENCE TO WS-LOOKUP-REFERENCE
           PERFORM 0260-FIND-DECISION
           IF WS-DECISION-FOUND
               DISPLAY 'Warning: second decision for '
                   APV-SUBMIT-DATE '-' APV-SEQUENCE ' - last one stands'
           ELSE
               IF WS-DECISION-COUNT < WS-DECISION-MAX
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE WS-DECISION-COUNT TO WS-FOUND-SUB
               ELSE
                   DISPLAY 'Error: decision table full - '
                       APV-SUBMIT-DATE '-' APV-SEQUENCE ' not loaded'
                   SET WS-RUN-WARNING TO TRUE
                   MOVE 0 TO WS-FOUND-SUB
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               MOVE APV-REFERENCE
                   TO WS-DEC-REFERENCE(WS-FOUND-SUB)
               MOVE APV-DECISION
                   TO WS-DEC-DECISION(WS-FOUND-SUB)
               MOVE APV-APPROVER-ID
                   TO WS-DEC-APPROVER-ID(WS-FOUND-SUB)
               MOVE APV-REASON
                   TO WS-DEC-REASON(WS-FOUND-SUB)
               MOVE 'N' TO WS-DEC-USED-FLAG(WS-FOUND-SUB)
           END-IF.

       0260-FIND-DECISION.
      *    Looks up the reference held in WS-LOOKUP-REFERENCE;
      *    sets WS-FOUND-SUB when it is on the table.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DECISION-COUNT
                      OR WS-DECISION-FOUND
               IF WS-DEC-REFERENCE(WS-DEC-SUB) = WS-LOOKUP-REFERENCE
                   SET WS-DECISION-FOUND TO TRUE
                   MOVE WS-DEC-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       0280-CHECK-RENEWED-PENDING.
      *    A PNDNEW still on file holds the last run's waiting
      *    items, not yet swapped in; this run would start from
      *    the PNDFILE it replaces and overwrite them.  Checked
      *    before anything is opened, so a refused run leaves the
      *    last run's report and notices as they are.
           OPEN INPUT RENEWED-PENDING-FILE
           IF WS-RENEWED-STATUS NOT = '35'
               IF WS-RENEWED-STATUS = '00'
                   CLOSE RENEWED-PENDING-FILE
               END-IF
               DISPLAY 'Error: PNDNEW from an earlier approval run '
                   'not yet swapped in, status ' WS-RENEWED-STATUS
               PERFORM 9998-ABEND-UNSWAPPED
           END-IF.

       0300-OPEN-FILES.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               AND WS-PENDING-STATUS NOT = '35'
               DISPLAY 'Error: PNDFILE open failed, status '
                   WS-PENDING-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    Approvals accumulate on APRTRN until TBLUPDT applies and
      *    empties it, so a second approval run the same day adds
      *    to what the first one released.
           OPEN EXTEND APPROVED-FILE
           IF WS-APPROVED-STATUS = '35'
               OPEN OUTPUT APPROVED-FILE
           END-IF
           IF WS-APPROVED-STATUS NOT = '00'
               DISPLAY 'Error: APRTRN open failed, status '
                   WS-APPROVED-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: APVRPT open failed, status '
                   WS-REPORT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'Error: SUBNTC open failed, status '
                   WS-NOTICE-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    Created last, so a run that stops here leaves no empty
      *    PNDNEW for PNDSWAP to put over the pending items.
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT RENEWED-PENDING-FILE
               IF WS-RENEWED-STATUS NOT = '00'
                   DISPLAY 'Error: PNDNEW open failed, status '
                       WS-RENEWED-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1000-PROCESS-PENDING-ITEMS.
           IF WS-PENDING-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ PENDING-FILE INTO WS-PENDING-ITEM
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           IF PND-PENDING
                               ADD 1 TO WS-PENDING-READ
                               PERFORM 1100-DECIDE-PENDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       1100-DECIDE-PENDING-ITEM.
           MOVE PND-ENTRY TO WS-PENDING-ENTRY
           MOVE 'N' TO WS-DECIDED-SWITCH
           MOVE SPACES TO WS-DISPOSITION-REASON
           MOVE PND-REFERENCE TO WS-LOOKUP-REFERENCE
           PERFORM 0260-FIND-DECISION
           IF WS-DECISION-FOUND
               SET WS-DEC-USED(WS-FOUND-SUB) TO TRUE
               PERFORM 1200-APPLY-DECISION
           END-IF
           IF NOT WS-ITEM-DECIDED
               PERFORM 1300-AGE-PENDING-ITEM
           END-IF.

       1200-APPLY-DECISION.
      *    Maker-checker: the person who keyed the transaction can
      *    neither approve nor decline it.
           MOVE WS-DEC-APPROVER-ID(WS-FOUND-SUB) TO PND-APPROVER-ID
           EVALUATE TRUE
               WHEN WS-DEC-APPROVER-ID(WS-FOUND-SUB) = SPACES
                   MOVE 'NO APPROVER ID ON DECISION'
                       TO WS-DISPOSITION-REASON
                   PERFORM 1250-REFUSE-DECISION
               WHEN WS-DEC-APPROVER-ID(WS-FOUND-SUB)
                   = PND-SUBMITTER-ID
                   MOVE 'APPROVER IS THE SUBMITTER'
                       TO WS-DISPOSITION-REASON
                   PERFORM 1250-REFUSE-DECISION
               WHEN WS-DEC-DECISION(WS-FOUND-SUB) = 'A'
                   SET WS-ITEM-DECIDED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
                   SET PND-APPROVED TO TRUE
                   MOVE WS-RUN-DATE TO PND-DECISION-DATE
                   WRITE APPROVED-RECORD FROM WS-PENDING-ITEM
                   MOVE 'APPROVED' TO WS-DISPOSITION
                   MOVE WS-DEC-REASON(WS-FOUND-SUB)
                       TO WS-DISPOSITION-REASON
                   PERFORM 1900-PRINT-DETAIL-LINE
               WHEN WS-DEC-DECISION(WS-FOUND-SUB) = 'D'
                   SET WS-ITEM-DECIDED TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
                   SET PND-DECLINED TO TRUE
                   MOVE WS-RUN-DATE TO PND-DECISION-DATE
                   MOVE 'DECLINED' TO WS-DISPOSITION
                   MOVE WS-DEC-REASON(WS-FOUND-SUB)
                       TO WS-DISPOSITION-REASON
                   PERFORM 1900-PRINT-DETAIL-LINE
                   PERFORM 1800-STORE-NOTICE
               WHEN OTHER
                   MOVE 'DECISION MUST BE A OR D'
                       TO WS-DISPOSITION-REASON
                   PERFORM 1250-REFUSE-DECISION
           END-EVALUATE.

       1250-REFUSE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT
           SET WS-RUN-WARNING TO TRUE
           MOVE 'REFUSED' TO WS-DISPOSITION
           PERFORM 1900-PRINT-DETAIL-LINE
           MOVE SPACES TO PND-APPROVER-ID
           MOVE SPACES TO WS-DISPOSITION-REASON.

       1300-AGE-PENDING-ITEM.
           IF PND-SUBMIT-DATE NUMERIC
               AND PND-SUBMIT-DATE > 0
               AND PND-SUBMIT-DATE NOT > WS-RUN-DATE
               COMPUTE WS-ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE)
               COMPUTE WS-ITEM-DAYS =
                   WS-RUN-DAY-NUMBER - WS-ITEM-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-ITEM-DAYS
           END-IF
           IF WS-ITEM-DAYS > WS-EXPIRY-DAYS
               ADD 1 TO WS-EXPIRED-COUNT
               SET PND-EXPIRED TO TRUE
               MOVE WS-RUN-DATE TO PND-DECISION-DATE
               MOVE 'EXPIRED' TO WS-DISPOSITION
               MOVE 'NO DECISION WITHIN EXPIRY DAYS'
                   TO WS-DISPOSITION-REASON
               PERFORM 1900-PRINT-DETAIL-LINE
               PERFORM 1800-STORE-NOTICE
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               WRITE RENEWED-PENDING-RECORD FROM WS-PENDING-ITEM
               MOVE 'WAITING' TO WS-DISPOSITION
               IF PND-PARK-REASON = 'HD'
                   MOVE 'DELETE OF HD/RV RECORD'
                       TO WS-DISPOSITION-REASON
               ELSE
                   MOVE 'OVER APPROVAL LIMIT'
                       TO WS-DISPOSITION-REASON
               END-IF
               PERFORM 1900-PRINT-DETAIL-LINE
           END-IF.

       1800-STORE-NOTICE.
           IF WS-NOTICE-COUNT < WS-NOTICE-MAX
               ADD 1 TO WS-NOTICE-COUNT
               MOVE WS-NOTICE-COUNT TO WS-NTC-SUB
               IF PND-SUBMITTER-ID = SPACES
                   MOVE 'UNKNOWN' TO WS-NTC-SUBMITTER-ID(WS-NTC-SUB)
               ELSE
                   MOVE PND-SUBMITTER-ID
                       TO WS-NTC-SUBMITTER-ID(WS-NTC-SUB)
               END-IF
               MOVE PND-SUBMIT-DATE TO WS-NTC-SUBMIT-DATE(WS-NTC-SUB)
               MOVE PND-SEQUENCE    TO WS-NTC-SEQUENCE(WS-NTC-SUB)
               MOVE WSE-RECORD-KEY  TO WS-NTC-RECORD-KEY(WS-NTC-SUB)
               MOVE PND-ACTION-CODE TO WS-NTC-ACTION-CODE(WS-NTC-SUB)
               IF WSE-AMOUNT NUMERIC
                   MOVE WSE-AMOUNT TO WS-NTC-AMOUNT(WS-NTC-SUB)
               ELSE
                   MOVE 0 TO WS-NTC-AMOUNT(WS-NTC-SUB)
               END-IF
               MOVE WS-DISPOSITION  TO WS-NTC-OUTCOME(WS-NTC-SUB)
               MOVE PND-APPROVER-ID TO WS-NTC-APPROVER-ID(WS-NTC-SUB)
               MOVE WS-DISPOSITION-REASON
                   TO WS-NTC-REASON(WS-NTC-SUB)
               MOVE 'N' TO WS-NTC-PRINTED-FLAG(WS-NTC-SUB)
           ELSE
               DISPLAY 'Error: notice table full - '
                   PND-SUBMIT-DATE '-' PND-SEQUENCE
                   ' not on SUBNTC'
               SET WS-RUN-WARNING TO TRUE
           END-IF.

       1900-PRINT-DETAIL-LINE.
           MOVE PND-SUBMIT-DATE       TO DL-SUBMIT-DATE
           MOVE PND-SEQUENCE          TO DL-SEQUENCE
           MOVE WSE-RECORD-KEY        TO DL-RECORD-KEY
           MOVE PND-ACTION-CODE       TO DL-ACTION-CODE
           MOVE PND-SUBMITTER-ID      TO DL-SUBMITTER-ID
           MOVE WS-DISPOSITION        TO DL-DISPOSITION
           MOVE PND-APPROVER-ID       TO DL-APPROVER-ID
           MOVE WS-DISPOSITION-REASON TO DL-REASON
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       2000-LIST-UNMATCHED-DECISIONS.
      *    A decision for a reference not pending - mistyped, or
      *    already approved, declined or expired - is listed so the
      *    approver knows it did nothing.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DECISION-COUNT
               IF NOT WS-DEC-USED(WS-DEC-SUB)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   SET WS-RUN-WARNING TO TRUE
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-DEC-REFERENCE(WS-DEC-SUB)(1:8)
                       TO DL-SUBMIT-DATE
                   MOVE '-' TO WS-DETAIL-LINE(9:1)
                   MOVE WS-DEC-REFERENCE(WS-DEC-SUB)(9:5)
                       TO DL-SEQUENCE
                   MOVE 'NO MATCH' TO DL-DISPOSITION
                   MOVE WS-DEC-APPROVER-ID(WS-DEC-SUB)
                       TO DL-APPROVER-ID
                   MOVE 'REFERENCE IS NOT PENDING' TO DL-REASON
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

       3000-PRINT-NOTICES.
           IF WS-NOTICE-COUNT = 0
               WRITE NOTICE-RECORD FROM WS-NOTICE-NONE-LINE
           END-IF
           PERFORM VARYING WS-NTC-SUB FROM 1 BY 1
                   UNTIL WS-NTC-SUB > WS-NOTICE-COUNT
               IF NOT WS-NTC-PRINTED(WS-NTC-SUB)
                   PERFORM 3100-PRINT-SUBMITTER-NOTICE
               END-IF
           END-PERFORM.

       3100-PRINT-SUBMITTER-NOTICE.
           MOVE WS-NTC-SUBMITTER-ID(WS-NTC-SUB) TO NH-SUBMITTER-ID
           MOVE WS-RUN-DATE TO NH-RUN-DATE
           WRITE NOTICE-RECORD FROM WS-NOTICE-HEADER-LINE
           PERFORM VARYING WS-NTC-SUB2 FROM WS-NTC-SUB BY 1
                   UNTIL WS-NTC-SUB2 > WS-NOTICE-COUNT
               IF NOT WS-NTC-PRINTED(WS-NTC-SUB2)
                   AND WS-NTC-SUBMITTER-ID(WS-NTC-SUB2)
                       = WS-NTC-SUBMITTER-ID(WS-NTC-SUB)
                   PERFORM 3200-PRINT-NOTICE-DETAIL
               END-IF
           END-PERFORM.

       3200-PRINT-NOTICE-DETAIL.
           MOVE WS-NTC-SUBMIT-DATE(WS-NTC-SUB2) TO ND-SUBMIT-DATE
           MOVE WS-NTC-SEQUENCE(WS-NTC-SUB2)    TO ND-SEQUENCE
           MOVE WS-NTC-RECORD-KEY(WS-NTC-SUB2)  TO ND-RECORD-KEY
           MOVE WS-NTC-ACTION-CODE(WS-NTC-SUB2) TO ND-ACTION-CODE
           MOVE WS-NTC-AMOUNT(WS-NTC-SUB2)      TO ND-AMOUNT
           MOVE WS-NTC-OUTCOME(WS-NTC-SUB2)     TO ND-OUTCOME
           MOVE WS-NTC-APPROVER-ID(WS-NTC-SUB2) TO ND-APPROVER-ID
           MOVE WS-NTC-REASON(WS-NTC-SUB2)      TO ND-REASON
           WRITE NOTICE-RECORD FROM WS-NOTICE-DETAIL-LINE
           SET WS-NTC-PRINTED(WS-NTC-SUB2) TO TRUE.

       4000-PRINT-TOTAL-LINE.
           MOVE WS-APPROVED-COUNT  TO TL-APPROVED
           MOVE WS-DECLINED-COUNT  TO TL-DECLINED
           MOVE WS-EXPIRED-COUNT   TO TL-EXPIRED
           MOVE WS-WAITING-COUNT   TO TL-WAITING
           MOVE WS-REFUSED-COUNT   TO TL-REFUSED
           MOVE WS-UNMATCHED-COUNT TO TL-UNMATCHED
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9998-ABEND-UNSWAPPED.
      *    Nothing has been opened yet.
           DISPLAY 'Fatal: approval run refused until PNDNEW is '
               'swapped in - job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: approval run could not be started - '
               'job terminated'
           CLOSE PENDING-FILE
           CLOSE APPROVED-FILE
           CLOSE RENEWED-PENDING-FILE
           CLOSE REPORT-FILE
           CLOSE NOTICE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

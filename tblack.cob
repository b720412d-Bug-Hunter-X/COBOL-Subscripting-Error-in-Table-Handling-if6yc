       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLACK.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - BRANCH ACKNOWLEDGMENTS.
      *    RUNS AT THE END OF THE CYCLE AND WRITES ONE OUTBOUND
      *    ACKNOWLEDGMENT FILE PER BRANCH SOURCE ID (ACKFILE1-5,
      *    RECORD LAYOUT ACKREC) SO EACH BRANCH CAN SEE WHAT
      *    BECAME OF ITS FILE AND FIX AND RESEND THROUGH ITS OWN
      *    SYSTEMS WITHOUT PHONING DATA CONTROL.  EACH FILE GIVES:
      *    THE BRANCH'S HEADER CYCLE DATE AND THE TRAILER COUNT AND
      *    HASH AS RECEIVED (FROM INFILE1-5 - WHERE TBLEDIT BUILT THE
      *    TRAILER, THE BRANCH'S ORIGINAL FIGURES IT KEPT THERE);
      *    THE COUNT AND AMOUNT ACCEPTED ONTO THE MASTER (OUTFILE,
      *    LESS DUPLICATES DISCARDED), REJECTED BY THE EDIT
      *    (REJFILE), RESOLVED AS DUPLICATES (DUPFILE) AND CARRIED
      *    TO OVERFLOW (OVRFILE); AND EVERY REJECTED OR DUPLICATE
      *    RECORD BY WSE-RECORD-KEY WITH ITS REASON.  RECORDS ARE
      *    ASSIGNED TO A BRANCH BY WSE-SOURCE-ID - STAMPED BY
      *    TBLLOAD, OR FOR REJECTS BY TBLEDIT FROM THE FEED THEY
      *    CAME IN ON.  A REJECT NAMING NO BRANCH CANNOT BE
      *    ACKNOWLEDGED; SUCH REJECTS ARE COUNTED AND END THE RUN
      *    WITH RETURN CODE 4.  A BRANCH WHOSE FILE DID NOT ARRIVE
      *    STILL GETS AN ACKNOWLEDGMENT SAYING SO.  THE RECYCLE
      *    FEED ('06') IS IN-HOUSE AND IS NOT ACKNOWLEDGED.
      *    OUTFILE IS REQUIRED - WITHOUT IT THERE IS NO LOAD TO
      *    ACKNOWLEDGE AND THE RUN ABENDS.  ANY OTHER INPUT THAT
      *    CANNOT BE READ (OTHER THAN NOT PRESENT) ENDS THE RUN
      *    WITH RETURN CODE 8 AFTER THE FILES ARE WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE-1 ASSIGN TO "INFILE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT1-STATUS.

           SELECT INPUT-FILE-2 ASSIGN TO "INFILE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT2-STATUS.

           SELECT INPUT-FILE-3 ASSIGN TO "INFILE3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT3-STATUS.

           SELECT INPUT-FILE-4 ASSIGN TO "INFILE4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT4-STATUS.

           SELECT INPUT-FILE-5 ASSIGN TO "INFILE5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT5-STATUS.

           SELECT TABLE-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO "DUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO "OVRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT ACK-FILE-1 ASSIGN TO "ACKFILE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK1-STATUS.

           SELECT ACK-FILE-2 ASSIGN TO "ACKFILE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK2-STATUS.

           SELECT ACK-FILE-3 ASSIGN TO "ACKFILE3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK3-STATUS.

           SELECT ACK-FILE-4 ASSIGN TO "ACKFILE4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK4-STATUS.

           SELECT ACK-FILE-5 ASSIGN TO "ACKFILE5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK5-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE-1
           RECORDING MODE IS F.
       01  INPUT-RECORD-1               PIC X(80).

       FD  INPUT-FILE-2
           RECORDING MODE IS F.
       01  INPUT-RECORD-2               PIC X(80).

       FD  INPUT-FILE-3
           RECORDING MODE IS F.
       01  INPUT-RECORD-3               PIC X(80).

       FD  INPUT-FILE-4
           RECORDING MODE IS F.
       01  INPUT-RECORD-4               PIC X(80).

       FD  INPUT-FILE-5
           RECORDING MODE IS F.
       01  INPUT-RECORD-5               PIC X(80).

       FD  TABLE-FILE
           RECORDING MODE IS F.
       01  TABLE-RECORD                 PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  REJ-ENTRY                PIC X(80).
           05  FILLER                   PIC X(02).
           05  REJ-REASON-CODE          PIC X(02).

       FD  DUPLICATE-FILE
           RECORDING MODE IS F.
       01  DUPLICATE-RECORD             PIC X(132).

       FD  OVERFLOW-FILE
           RECORDING MODE IS F.
       01  OVERFLOW-RECORD.
           05  OVR-ENTRY                PIC X(80).
           05  FILLER                   PIC X(04).

       FD  ACK-FILE-1
           RECORDING MODE IS F.
       01  ACK-RECORD-1                 PIC X(80).

       FD  ACK-FILE-2
           RECORDING MODE IS F.
       01  ACK-RECORD-2                 PIC X(80).

       FD  ACK-FILE-3
           RECORDING MODE IS F.
       01  ACK-RECORD-3                 PIC X(80).

       FD  ACK-FILE-4
           RECORDING MODE IS F.
       01  ACK-RECORD-4                 PIC X(80).

       FD  ACK-FILE-5
           RECORDING MODE IS F.
       01  ACK-RECORD-5                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT1-STATUS         PIC X(02) VALUE '00'.
           05  WS-INPUT2-STATUS         PIC X(02) VALUE '00'.
           05  WS-INPUT3-STATUS         PIC X(02) VALUE '00'.
           05  WS-INPUT4-STATUS         PIC X(02) VALUE '00'.
           05  WS-INPUT5-STATUS         PIC X(02) VALUE '00'.
           05  WS-TABLE-STATUS          PIC X(02) VALUE '00'.
           05  WS-REJECT-STATUS         PIC X(02) VALUE '00'.
           05  WS-DUPLICATE-STATUS      PIC X(02) VALUE '00'.
           05  WS-OVERFLOW-STATUS       PIC X(02) VALUE '00'.
           05  WS-ACK1-STATUS           PIC X(02) VALUE '00'.
           05  WS-ACK2-STATUS           PIC X(02) VALUE '00'.
           05  WS-ACK3-STATUS           PIC X(02) VALUE '00'.
           05  WS-ACK4-STATUS           PIC X(02) VALUE '00'.
           05  WS-ACK5-STATUS           PIC X(02) VALUE '00'.
           05  WS-BRANCH-OPEN-STATUS    PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-FILE                     VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-FAIL-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-INPUT-FAILED                 VALUE 'Y'.
           05  WS-REJECTS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REJECTS-PRESENT              VALUE 'Y'.
           05  WS-DUPS-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DUPLICATES-PRESENT           VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-BRANCH-MAX            PIC 9(02) VALUE 5.

       01  WS-COUNTERS.
           05  WS-BR-SUB                PIC 9(02) VALUE 0.
           05  WS-ACK-FILE-COUNT        PIC 9(02) VALUE 0.
           05  WS-UNKNOWN-REJECT-COUNT  PIC 9(07) VALUE 0.
           05  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
           05  WS-DETAIL-AMOUNT         PIC S9(9)V99 VALUE 0.

       01  WS-SUMMARY-HOLD.
           05  WS-SUM-DISPOSITION       PIC X(10) VALUE SPACES.
           05  WS-SUM-COUNT             PIC 9(07) VALUE 0.
           05  WS-SUM-AMOUNT            PIC S9(13)V99 VALUE 0.

       01  WS-SOURCE-CHECK              PIC X(02) VALUE SPACES.
       01  WS-SOURCE-CHECK-NUM REDEFINES WS-SOURCE-CHECK
                                        PIC 9(02).

      *    One row per branch source id '01'-'05'.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 5 TIMES.
               10  WS-BR-RECEIVED-FLAG  PIC X(01).
                   88  WS-BR-RECEIVED              VALUE 'Y'.
               10  WS-BR-TRAILER-FLAG   PIC X(01).
                   88  WS-BR-TRAILER-SEEN          VALUE 'Y'.
               10  WS-BR-CYCLE-DATE     PIC 9(08).
               10  WS-BR-DETAIL-READ    PIC 9(07).
               10  WS-BR-RECEIVED-COUNT PIC 9(07).
               10  WS-BR-RECEIVED-HASH  PIC S9(13)V99.
               10  WS-BR-SPOOL-COUNT    PIC 9(07).
               10  WS-BR-SPOOL-AMOUNT   PIC S9(13)V99.
               10  WS-BR-REJECT-COUNT   PIC 9(07).
               10  WS-BR-REJECT-AMOUNT  PIC S9(13)V99.
               10  WS-BR-DUP-COUNT      PIC 9(07).
               10  WS-BR-DUP-AMOUNT     PIC S9(13)V99.
               10  WS-BR-DISCARD-COUNT  PIC 9(07).
               10  WS-BR-DISCARD-AMOUNT PIC S9(13)V99.
               10  WS-BR-OVERFLOW-COUNT PIC 9(07).
               10  WS-BR-OVERFLOW-AMOUNT
                                        PIC S9(13)V99.
               10  WS-BR-ACCEPT-COUNT   PIC 9(07).
               10  WS-BR-ACCEPT-AMOUNT  PIC S9(13)V99.
               10  WS-BR-ACK-DETAILS    PIC 9(07).

       01  WS-ENTRY-RECORD.
           COPY WSENTRY.

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.

       01  WS-ACK-RECORD.
           COPY ACKREC.

      *    Detail line as TBLLOAD writes it on DUPFILE (see
      *    WS-DUPLICATE-LINE in the load); the edited amounts are
      *    picked up as text and converted.
       01  WS-DUP-DETAIL.
           05  DD-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02).
           05  DD-DISPOSITION           PIC X(10).
               88  DD-SUPERSEDED                   VALUE 'SUPERSEDED'.
               88  DD-DISCARDED                    VALUE 'DISCARDED'.
           05  FILLER                   PIC X(02).
           05  DD-ON-FILE-DATE          PIC X(08).
           05  FILLER                   PIC X(02).
           05  DD-INCOMING-DATE         PIC X(08).
           05  FILLER                   PIC X(02).
           05  DD-LOSER-AMOUNT          PIC X(13).
           05  FILLER                   PIC X(02).
           05  DD-INCOMING-SOURCE       PIC X(02).
           05  FILLER                   PIC X(02).
           05  DD-INCOMING-AMOUNT       PIC X(13).
           05  FILLER                   PIC X(56).

       01  WS-REASON-CODES.
           05  WS-REASON-DATE           PIC X(02) VALUE 'DT'.
           05  WS-REASON-AMOUNT         PIC X(02) VALUE 'AM'.
           05  WS-REASON-STATUS         PIC X(02) VALUE 'ST'.
           05  WS-REASON-CURRENCY       PIC X(02) VALUE 'CY'.
           05  WS-REASON-WRITE-OFF      PIC X(02) VALUE 'WO'.
           05  WS-REASON-SUPERSEDED     PIC X(02) VALUE 'SU'.
           05  WS-REASON-DISCARDED      PIC X(02) VALUE 'DI'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-OPEN-ACK-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0200-CLEAR-BRANCH-TABLE
           PERFORM 1000-READ-BRANCH-CONTROLS
           PERFORM 2000-TALLY-ACCEPTED
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 3000-TALLY-REJECTS
           PERFORM 4000-TALLY-DUPLICATES
           PERFORM 5000-TALLY-OVERFLOW
           PERFORM 6000-WRITE-ACK-SUMMARIES
           PERFORM 7000-WRITE-REJECT-DETAILS
           PERFORM 7500-WRITE-DUPLICATE-DETAILS
           PERFORM 8000-WRITE-ACK-TRAILERS
           PERFORM 8900-CLOSE-ACK-FILES
           DISPLAY 'Acknowledgments complete for cycle '
               WS-CYCLE-DATE ': ' WS-ACK-FILE-COUNT
               ' branch files received'
           IF WS-UNKNOWN-REJECT-COUNT > 0
               DISPLAY 'Warning: ' WS-UNKNOWN-REJECT-COUNT
                   ' REJFILE records name no branch source id - '
                   'not acknowledged'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-INPUT-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-OPEN-ACK-FILES.
           OPEN OUTPUT ACK-FILE-1
           IF WS-ACK1-STATUS NOT = '00'
               DISPLAY 'Error: ACKFILE1 open failed, status '
                   WS-ACK1-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT ACK-FILE-2
           IF WS-ACK2-STATUS NOT = '00'
               DISPLAY 'Error: ACKFILE2 open failed, status '
                   WS-ACK2-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT ACK-FILE-3
           IF WS-ACK3-STATUS NOT = '00'
               DISPLAY 'Error: ACKFILE3 open failed, status '
                   WS-ACK3-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT ACK-FILE-4
           IF WS-ACK4-STATUS NOT = '00'
               DISPLAY 'Error: ACKFILE4 open failed, status '
                   WS-ACK4-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT ACK-FILE-5
           IF WS-ACK5-STATUS NOT = '00'
               DISPLAY 'Error: ACKFILE5 open failed, status '
                   WS-ACK5-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0200-CLEAR-BRANCH-TABLE.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-MAX
               MOVE 'N' TO WS-BR-RECEIVED-FLAG(WS-BR-SUB)
               MOVE 'N' TO WS-BR-TRAILER-FLAG(WS-BR-SUB)
               MOVE 0 TO WS-BR-CYCLE-DATE(WS-BR-SUB)
               MOVE 0 TO WS-BR-DETAIL-READ(WS-BR-SUB)
               MOVE 0 TO WS-BR-RECEIVED-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-RECEIVED-HASH(WS-BR-SUB)
               MOVE 0 TO WS-BR-SPOOL-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-SPOOL-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-REJECT-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-REJECT-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-DUP-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-DUP-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-DISCARD-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-DISCARD-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-OVERFLOW-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-OVERFLOW-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-ACCEPT-COUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-ACCEPT-AMOUNT(WS-BR-SUB)
               MOVE 0 TO WS-BR-ACK-DETAILS(WS-BR-SUB)
           END-PERFORM.

       1000-READ-BRANCH-CONTROLS.
      *    Each branch file is read end to end for its header and
      *    trailer; the slot it arrived in is its source id, the
      *    same rule TBLLOAD stamps by.
           MOVE 1 TO WS-BR-SUB
           OPEN INPUT INPUT-FILE-1
           MOVE WS-INPUT1-STATUS TO WS-BRANCH-OPEN-STATUS
           IF WS-INPUT1-STATUS = '00'
               SET WS-BR-RECEIVED(WS-BR-SUB) TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ INPUT-FILE-1 INTO WS-CONTROL-ENTRY
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-BRANCH-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE-1
           END-IF
           PERFORM 1200-FINISH-BRANCH-CONTROL
           MOVE 2 TO WS-BR-SUB
           OPEN INPUT INPUT-FILE-2
           MOVE WS-INPUT2-STATUS TO WS-BRANCH-OPEN-STATUS
           IF WS-INPUT2-STATUS = '00'
               SET WS-BR-RECEIVED(WS-BR-SUB) TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ INPUT-FILE-2 INTO WS-CONTROL-ENTRY
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-BRANCH-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE-2
           END-IF
           PERFORM 1200-FINISH-BRANCH-CONTROL
           MOVE 3 TO WS-BR-SUB
           OPEN INPUT INPUT-FILE-3
           MOVE WS-INPUT3-STATUS TO WS-BRANCH-OPEN-STATUS
           IF WS-INPUT3-STATUS = '00'
               SET WS-BR-RECEIVED(WS-BR-SUB) TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ INPUT-FILE-3 INTO WS-CONTROL-ENTRY
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-BRANCH-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE-3
           END-IF
           PERFORM 1200-FINISH-BRANCH-CONTROL
           MOVE 4 TO WS-BR-SUB
           OPEN INPUT INPUT-FILE-4
           MOVE WS-INPUT4-STATUS TO WS-BRANCH-OPEN-STATUS
           IF WS-INPUT4-STATUS = '00'
               SET WS-BR-RECEIVED(WS-BR-SUB) TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ INPUT-FILE-4 INTO WS-CONTROL-ENTRY
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-BRANCH-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE-4
           END-IF
           PERFORM 1200-FINISH-BRANCH-CONTROL
           MOVE 5 TO WS-BR-SUB
           OPEN INPUT INPUT-FILE-5
           MOVE WS-INPUT5-STATUS TO WS-BRANCH-OPEN-STATUS
           IF WS-INPUT5-STATUS = '00'
               SET WS-BR-RECEIVED(WS-BR-SUB) TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ INPUT-FILE-5 INTO WS-CONTROL-ENTRY
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-BRANCH-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE-5
           END-IF
           PERFORM 1200-FINISH-BRANCH-CONTROL.

       1100-STORE-BRANCH-CONTROL.
           EVALUATE TRUE
               WHEN HT-HEADER-RECORD
                   IF HT-CYCLE-DATE NUMERIC
                       MOVE HT-CYCLE-DATE
                           TO WS-BR-CYCLE-DATE(WS-BR-SUB)
                   END-IF
                   IF HT-SOURCE-ID NOT = SPACES
                       MOVE HT-SOURCE-ID TO WS-SOURCE-CHECK
                       IF WS-SOURCE-CHECK NOT NUMERIC
                           OR WS-SOURCE-CHECK-NUM NOT = WS-BR-SUB
                           DISPLAY 'Warning: INFILE' WS-BR-SUB
                               ' header names source ' HT-SOURCE-ID
                       END-IF
                   END-IF
               WHEN HT-TRAILER-RECORD
      *    A trailer TBLEDIT rebuilt covers only the clean records;
      *    the branch's own figures ride along in the received
      *    fields.  A trailer straight from the branch has spaces
      *    there and is itself as received.
                   SET WS-BR-TRAILER-SEEN(WS-BR-SUB) TO TRUE
                   IF HT-RECEIVED-COUNT NUMERIC
                       AND HT-RECEIVED-HASH NUMERIC
                       MOVE HT-RECEIVED-COUNT
                           TO WS-BR-RECEIVED-COUNT(WS-BR-SUB)
                       MOVE HT-RECEIVED-HASH
                           TO WS-BR-RECEIVED-HASH(WS-BR-SUB)
                   ELSE
                       MOVE HT-RECORD-COUNT
                           TO WS-BR-RECEIVED-COUNT(WS-BR-SUB)
                       MOVE HT-HASH-TOTAL
                           TO WS-BR-RECEIVED-HASH(WS-BR-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BR-DETAIL-READ(WS-BR-SUB)
           END-EVALUATE.

       1200-FINISH-BRANCH-CONTROL.
           IF WS-BR-RECEIVED(WS-BR-SUB)
               ADD 1 TO WS-ACK-FILE-COUNT
               IF NOT WS-BR-TRAILER-SEEN(WS-BR-SUB)
                   DISPLAY 'Warning: INFILE' WS-BR-SUB
                       ' has no trailer - count as read'
                   MOVE WS-BR-DETAIL-READ(WS-BR-SUB)
                       TO WS-BR-RECEIVED-COUNT(WS-BR-SUB)
               END-IF
           ELSE
               IF WS-BRANCH-OPEN-STATUS NOT = '35'
                   DISPLAY 'Error: INFILE' WS-BR-SUB
                       ' open failed, status ' WS-BRANCH-OPEN-STATUS
                   SET WS-INPUT-FAILED TO TRUE
               END-IF
           END-IF.

       2000-TALLY-ACCEPTED.
      *    OUTFILE is what the load spooled this cycle, stamped by
      *    source; its header carries the cycle date.
           OPEN INPUT TABLE-FILE
           IF WS-TABLE-STATUS NOT = '00'
               DISPLAY 'Error: OUTFILE open failed, status '
                   WS-TABLE-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ TABLE-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2100-TALLY-SPOOL-RECORD
                   END-READ
               END-PERFORM
               CLOSE TABLE-FILE
           END-IF.

       2100-TALLY-SPOOL-RECORD.
           MOVE TABLE-RECORD TO WS-CONTROL-ENTRY
           EVALUATE TRUE
               WHEN HT-HEADER-RECORD
                   IF HT-CYCLE-DATE NUMERIC
                       MOVE HT-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
               WHEN HT-TRAILER-RECORD
                   CONTINUE
               WHEN OTHER
                   MOVE TABLE-RECORD TO WS-ENTRY-RECORD
                   PERFORM 9000-FIND-BRANCH
                   IF WS-BR-SUB > 0
                       ADD 1 TO WS-BR-SPOOL-COUNT(WS-BR-SUB)
                       IF WSE-AMOUNT NUMERIC
                           ADD WSE-AMOUNT
                               TO WS-BR-SPOOL-AMOUNT(WS-BR-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.

       3000-TALLY-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00'
               SET WS-REJECTS-PRESENT TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ REJECT-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3100-TALLY-REJECT-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           ELSE
               IF WS-REJECT-STATUS NOT = '35'
                   DISPLAY 'Error: REJFILE open failed, status '
                       WS-REJECT-STATUS
                   SET WS-INPUT-FAILED TO TRUE
               END-IF
           END-IF.

       3100-TALLY-REJECT-RECORD.
           MOVE REJ-ENTRY TO WS-ENTRY-RECORD
           PERFORM 9000-FIND-BRANCH
           IF WS-BR-SUB > 0
               ADD 1 TO WS-BR-REJECT-COUNT(WS-BR-SUB)
               IF WSE-AMOUNT NUMERIC
                   ADD WSE-AMOUNT TO WS-BR-REJECT-AMOUNT(WS-BR-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-REJECT-COUNT
               DISPLAY 'Warning: reject ' WSE-RECORD-KEY
                   ' source id ''' WSE-SOURCE-ID
                   ''' is not a branch - not acknowledged'
           END-IF.

       4000-TALLY-DUPLICATES.
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUPLICATE-STATUS = '00'
               SET WS-DUPLICATES-PRESENT TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ DUPLICATE-FILE INTO WS-DUP-DETAIL
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 4100-TALLY-DUPLICATE-LINE
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           ELSE
               IF WS-DUPLICATE-STATUS NOT = '35'
                   DISPLAY 'Error: DUPFILE open failed, status '
                       WS-DUPLICATE-STATUS
                   SET WS-INPUT-FAILED TO TRUE
               END-IF
           END-IF.

       4100-TALLY-DUPLICATE-LINE.
      *    Only detail lines carry a disposition - the totals line
      *    at the foot falls through.  A duplicate belongs to the
      *    branch whose incoming record met the one on file; a
      *    discarded one never reached the master, so it comes
      *    back off the accepted figures.
           IF DD-SUPERSEDED OR DD-DISCARDED
               MOVE DD-INCOMING-SOURCE TO WSE-SOURCE-ID
               PERFORM 9000-FIND-BRANCH
               IF WS-BR-SUB > 0
                   PERFORM 4200-CONVERT-DUP-AMOUNT
                   ADD 1 TO WS-BR-DUP-COUNT(WS-BR-SUB)
                   ADD WS-DETAIL-AMOUNT
                       TO WS-BR-DUP-AMOUNT(WS-BR-SUB)
                   IF DD-DISCARDED
                       ADD 1 TO WS-BR-DISCARD-COUNT(WS-BR-SUB)
                       ADD WS-DETAIL-AMOUNT
                           TO WS-BR-DISCARD-AMOUNT(WS-BR-SUB)
                   END-IF
               END-IF
           END-IF.

       4200-CONVERT-DUP-AMOUNT.
           IF DD-INCOMING-AMOUNT NOT = SPACES
               COMPUTE WS-DETAIL-AMOUNT =
                   FUNCTION NUMVAL(DD-INCOMING-AMOUNT)
           ELSE
               MOVE 0 TO WS-DETAIL-AMOUNT
           END-IF.

       5000-TALLY-OVERFLOW.
      *    OVRFILE absent just means nothing overflowed.
           OPEN INPUT OVERFLOW-FILE
           IF WS-OVERFLOW-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ OVERFLOW-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 5100-TALLY-OVERFLOW-RECORD
                   END-READ
               END-PERFORM
               CLOSE OVERFLOW-FILE
           ELSE
               IF WS-OVERFLOW-STATUS NOT = '35'
                   DISPLAY 'Error: OVRFILE open failed, status '
                       WS-OVERFLOW-STATUS
                   SET WS-INPUT-FAILED TO TRUE
               END-IF
           END-IF.

       5100-TALLY-OVERFLOW-RECORD.
           MOVE OVR-ENTRY TO WS-ENTRY-RECORD
           PERFORM 9000-FIND-BRANCH
           IF WS-BR-SUB > 0
               ADD 1 TO WS-BR-OVERFLOW-COUNT(WS-BR-SUB)
               IF WSE-AMOUNT NUMERIC
                   ADD WSE-AMOUNT
                       TO WS-BR-OVERFLOW-AMOUNT(WS-BR-SUB)
               END-IF
           END-IF.

       6000-WRITE-ACK-SUMMARIES.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-MAX
               COMPUTE WS-BR-ACCEPT-COUNT(WS-BR-SUB) =
                   WS-BR-SPOOL-COUNT(WS-BR-SUB)
                   - WS-BR-DISCARD-COUNT(WS-BR-SUB)
               COMPUTE WS-BR-ACCEPT-AMOUNT(WS-BR-SUB) =
                   WS-BR-SPOOL-AMOUNT(WS-BR-SUB)
                   - WS-BR-DISCARD-AMOUNT(WS-BR-SUB)
               PERFORM 6100-WRITE-ACK-HEADER
               MOVE 'ACCEPTED' TO WS-SUM-DISPOSITION
               MOVE WS-BR-ACCEPT-COUNT(WS-BR-SUB) TO WS-SUM-COUNT
               MOVE WS-BR-ACCEPT-AMOUNT(WS-BR-SUB) TO WS-SUM-AMOUNT
               PERFORM 6200-WRITE-ACK-SUMMARY
               MOVE 'REJECTED' TO WS-SUM-DISPOSITION
               MOVE WS-BR-REJECT-COUNT(WS-BR-SUB) TO WS-SUM-COUNT
               MOVE WS-BR-REJECT-AMOUNT(WS-BR-SUB) TO WS-SUM-AMOUNT
               PERFORM 6200-WRITE-ACK-SUMMARY
               MOVE 'DUPLICATE' TO WS-SUM-DISPOSITION
               MOVE WS-BR-DUP-COUNT(WS-BR-SUB) TO WS-SUM-COUNT
               MOVE WS-BR-DUP-AMOUNT(WS-BR-SUB) TO WS-SUM-AMOUNT
               PERFORM 6200-WRITE-ACK-SUMMARY
               MOVE 'OVERFLOW' TO WS-SUM-DISPOSITION
               MOVE WS-BR-OVERFLOW-COUNT(WS-BR-SUB) TO WS-SUM-COUNT
               MOVE WS-BR-OVERFLOW-AMOUNT(WS-BR-SUB)
                   TO WS-SUM-AMOUNT
               PERFORM 6200-WRITE-ACK-SUMMARY
           END-PERFORM.

       6100-WRITE-ACK-HEADER.
           MOVE SPACES TO WS-ACK-RECORD
           SET ACK-HEADER-RECORD TO TRUE
           MOVE WS-BR-SUB TO WS-SOURCE-CHECK-NUM
           MOVE WS-SOURCE-CHECK TO ACK-SOURCE-ID
           MOVE WS-CYCLE-DATE TO ACK-CYCLE-DATE
           IF WS-BR-RECEIVED(WS-BR-SUB)
               MOVE 'RECEIVED' TO ACK-FILE-STATUS
           ELSE
               MOVE 'NOT RECVD' TO ACK-FILE-STATUS
           END-IF
           MOVE WS-BR-CYCLE-DATE(WS-BR-SUB) TO ACK-BRANCH-CYCLE-DATE
           MOVE WS-BR-RECEIVED-COUNT(WS-BR-SUB) TO ACK-RECEIVED-COUNT
           MOVE WS-BR-RECEIVED-HASH(WS-BR-SUB) TO ACK-RECEIVED-HASH
           PERFORM 9100-PUT-ACK-RECORD.

       6200-WRITE-ACK-SUMMARY.
           MOVE SPACES TO WS-ACK-RECORD
           SET ACK-SUMMARY-RECORD TO TRUE
           MOVE WS-BR-SUB TO WS-SOURCE-CHECK-NUM
           MOVE WS-SOURCE-CHECK TO ACK-SOURCE-ID
           MOVE WS-CYCLE-DATE TO ACK-CYCLE-DATE
           MOVE WS-SUM-DISPOSITION TO ACK-DISPOSITION
           MOVE WS-SUM-COUNT TO ACK-COUNT
           MOVE WS-SUM-AMOUNT TO ACK-AMOUNT
           PERFORM 9100-PUT-ACK-RECORD.

       7000-WRITE-REJECT-DETAILS.
           IF WS-REJECTS-PRESENT
               OPEN INPUT REJECT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ REJECT-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 7100-WRITE-REJECT-DETAIL
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       7100-WRITE-REJECT-DETAIL.
           MOVE REJ-ENTRY TO WS-ENTRY-RECORD
           PERFORM 9000-FIND-BRANCH
           IF WS-BR-SUB > 0
               PERFORM 9200-START-ACK-DETAIL
               MOVE WSE-RECORD-KEY TO ACK-RECORD-KEY
               MOVE 'REJECTED' TO ACK-DETAIL-DISPOSITION
               MOVE REJ-REASON-CODE TO ACK-REASON-CODE
               EVALUATE REJ-REASON-CODE
                   WHEN WS-REASON-DATE
                       MOVE 'EFFECTIVE DATE NOT VALID'
                           TO ACK-REASON-TEXT
                   WHEN WS-REASON-AMOUNT
                       MOVE 'AMOUNT NOT NUMERIC' TO ACK-REASON-TEXT
                   WHEN WS-REASON-STATUS
                       MOVE 'STATUS CODE NOT ON FILE'
                           TO ACK-REASON-TEXT
                   WHEN WS-REASON-CURRENCY
                       MOVE 'CURRENCY CODE NOT ON FILE'
                           TO ACK-REASON-TEXT
                   WHEN WS-REASON-WRITE-OFF
                       MOVE 'WRITE-OFF ONLY BY TBLWOFF'
                           TO ACK-REASON-TEXT
                   WHEN OTHER
                       MOVE 'REJECTED BY EDIT' TO ACK-REASON-TEXT
               END-EVALUATE
               IF WSE-AMOUNT NUMERIC
                   MOVE WSE-AMOUNT TO ACK-DETAIL-AMOUNT
               ELSE
                   MOVE 0 TO ACK-DETAIL-AMOUNT
               END-IF
               PERFORM 9100-PUT-ACK-RECORD
               ADD 1 TO WS-BR-ACK-DETAILS(WS-BR-SUB)
           END-IF.

       7500-WRITE-DUPLICATE-DETAILS.
           IF WS-DUPLICATES-PRESENT
               OPEN INPUT DUPLICATE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-FILE
                   READ DUPLICATE-FILE INTO WS-DUP-DETAIL
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           PERFORM 7600-WRITE-DUPLICATE-DETAIL
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

       7600-WRITE-DUPLICATE-DETAIL.
           IF DD-SUPERSEDED OR DD-DISCARDED
               MOVE DD-INCOMING-SOURCE TO WSE-SOURCE-ID
               PERFORM 9000-FIND-BRANCH
               IF WS-BR-SUB > 0
                   PERFORM 4200-CONVERT-DUP-AMOUNT
                   PERFORM 9200-START-ACK-DETAIL
                   MOVE DD-RECORD-KEY TO ACK-RECORD-KEY
                   MOVE DD-DISPOSITION TO ACK-DETAIL-DISPOSITION
                   IF DD-SUPERSEDED
                       MOVE WS-REASON-SUPERSEDED TO ACK-REASON-CODE
                       MOVE 'REPLACED OLDER RECORD ON FILE'
                           TO ACK-REASON-TEXT
                   ELSE
                       MOVE WS-REASON-DISCARDED TO ACK-REASON-CODE
                       MOVE 'NOT NEWER THAN RECORD ON FILE'
                           TO ACK-REASON-TEXT
                   END-IF
                   MOVE WS-DETAIL-AMOUNT TO ACK-DETAIL-AMOUNT
                   PERFORM 9100-PUT-ACK-RECORD
                   ADD 1 TO WS-BR-ACK-DETAILS(WS-BR-SUB)
               END-IF
           END-IF.

       8000-WRITE-ACK-TRAILERS.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-MAX
               MOVE SPACES TO WS-ACK-RECORD
               SET ACK-TRAILER-RECORD TO TRUE
               MOVE WS-BR-SUB TO WS-SOURCE-CHECK-NUM
               MOVE WS-SOURCE-CHECK TO ACK-SOURCE-ID
               MOVE WS-CYCLE-DATE TO ACK-CYCLE-DATE
               MOVE WS-BR-ACK-DETAILS(WS-BR-SUB) TO ACK-DETAIL-COUNT
               PERFORM 9100-PUT-ACK-RECORD
           END-PERFORM.

       8900-CLOSE-ACK-FILES.
           CLOSE ACK-FILE-1
           CLOSE ACK-FILE-2
           CLOSE ACK-FILE-3
           CLOSE ACK-FILE-4
           CLOSE ACK-FILE-5.

       9000-FIND-BRANCH.
      *    Sets WS-BR-SUB from WSE-SOURCE-ID, or zero when the
      *    record is not from one of the five branch feeds.
           MOVE 0 TO WS-BR-SUB
           MOVE WSE-SOURCE-ID TO WS-SOURCE-CHECK
           IF WS-SOURCE-CHECK NUMERIC
               IF WS-SOURCE-CHECK-NUM > 0
                   AND WS-SOURCE-CHECK-NUM NOT > WS-BRANCH-MAX
                   MOVE WS-SOURCE-CHECK-NUM TO WS-BR-SUB
               END-IF
           END-IF.

       9100-PUT-ACK-RECORD.
           EVALUATE WS-BR-SUB
               WHEN 1
                   WRITE ACK-RECORD-1 FROM WS-ACK-RECORD
               WHEN 2
                   WRITE ACK-RECORD-2 FROM WS-ACK-RECORD
               WHEN 3
                   WRITE ACK-RECORD-3 FROM WS-ACK-RECORD
               WHEN 4
                   WRITE ACK-RECORD-4 FROM WS-ACK-RECORD
               WHEN 5
                   WRITE ACK-RECORD-5 FROM WS-ACK-RECORD
           END-EVALUATE.

       9200-START-ACK-DETAIL.
           MOVE SPACES TO WS-ACK-RECORD
           SET ACK-DETAIL-RECORD TO TRUE
           MOVE WSE-SOURCE-ID TO ACK-SOURCE-ID
           MOVE WS-CYCLE-DATE TO ACK-CYCLE-DATE.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: acknowledgments could not be built - '
               'job terminated'
           PERFORM 8900-CLOSE-ACK-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

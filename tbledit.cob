      *    REFERENCE FILE (STSFILE) ACCOUNTING MAINTAINS - THE SAME
      *    FILE TBLGL MAPS ACCOUNTS FROM, SO THE TWO CAN NO LONGER
      *    GET OUT OF STEP.  A MISSING OR EMPTY STSFILE ABENDS THE
      *    RUN.  A CURRENCY CODE, WHERE THE BRANCH SENDS ONE, MUST
      *    BE ON THE CURRENCY REFERENCE FILE (CURFILE); SPACES MEAN
      *    THE BASE CURRENCY.  CURFILE IS REQUIRED LIKE STSFILE AND
      *    MUST NAME EXACTLY ONE BASE CURRENCY.  STATUS 'WO' IS ON
      *    STSFILE FOR TBLGL'S SAKE BUT IS SET ONLY BY TBLWOFF, SO A
      *    BRANCH RECORD SENT AS 'WO' IS REJECTED.  CLEAN RECORDS GO
      *    TO EDTFILE FOR TBLLOAD TO PICK UP; REJECTS GO TO REJFILE
      *    WITH A REASON CODE ON EACH ONE.
      *    INFILE ARRIVES WRAPPED IN HDR/TRL CONTROL RECORDS.  THE
      *    HEADER PASSES THROUGH; THE INCOMING TRAILER IS VERIFIED
      *    AGAINST WHAT WAS READ (COUNT, AND HASH OF THE AMOUNTS
      *    THAT WERE NUMERIC), AND A FRESH TRAILER COVERING ONLY THE
      *    CLEAN RECORDS IS WRITTEN ON EDTFILE SO THE LOAD BALANCES
      *    AFTER REJECTS ARE PULLED.  THAT TRAILER ALSO CARRIES THE
      *    COUNT AND HASH THE BRANCH SENT, AND EVERY REJECT IS
      *    STAMPED WITH THE SOURCE ID OF THE FEED IT CAME IN ON, SO
      *    TBLACK CAN ACKNOWLEDGE THE FILE BACK TO THE BRANCH.  THE
      *    FEED'S SOURCE ID IS THE ONE ITS HEADER NAMES; A BRANCH
      *    THAT LEAVES IT BLANK IS IDENTIFIED BY THE OPTIONAL
      *    EDTPARM CARD THE FEED IS RUN WITH.  REJECTS FROM A FEED
      *    NAMED BY NEITHER END THE RUN WITH RETURN CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "EDTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT STATUS-FILE ASSIGN TO "STSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           05  FILLER                   PIC X(02).
           05  REJ-REASON-CODE          PIC X(02).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  EDP-SOURCE-ID            PIC X(02).
           05  FILLER                   PIC X(78).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           COPY STSREF.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-STATUS          PIC X(02) VALUE '00'.
           05  WS-EDITED-STATUS         PIC X(02) VALUE '00'.
           05  WS-REJECT-STATUS         PIC X(02) VALUE '00'.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-STATUS-FILE              VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-CUR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CURRENCY-FILE            VALUE 'Y'.
           05  WS-CUR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CURRENCY-FOUND               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(5) VALUE 0.
           05  WS-IN-HASH               PIC S9(13)V99 VALUE 0.
           05  WS-OUT-HASH              PIC S9(13)V99 VALUE 0.

       01  WS-RECEIVED-CONTROLS.
           05  WS-HEADER-SOURCE-ID      PIC X(02) VALUE SPACES.
           05  WS-PARM-SOURCE-ID        PIC X(02) VALUE SPACES.
           05  WS-FEED-SOURCE-ID        PIC X(02) VALUE SPACES.
           05  WS-RECEIVED-COUNT        PIC 9(07) VALUE 0.
           05  WS-RECEIVED-HASH         PIC S9(13)V99 VALUE 0.

       01  WS-INPUT-BUFFER              PIC X(80).

       01  WS-EDIT-RECORD.
           05  WS-REASON-DATE           PIC X(02) VALUE 'DT'.
           05  WS-REASON-AMOUNT         PIC X(02) VALUE 'AM'.
           05  WS-REASON-STATUS         PIC X(02) VALUE 'ST'.
           05  WS-REASON-CURRENCY       PIC X(02) VALUE 'CY'.
           05  WS-REASON-WRITE-OFF      PIC X(02) VALUE 'WO'.

       01  WS-STATUS-REF-AREA.
           05  WS-STATUS-COUNT          PIC 9(2) VALUE 0.
           05  WS-STATUS-TABLE OCCURS 20 TIMES.
               10  WS-STS-CODE          PIC X(02).

       01  WS-CURRENCY-REF-AREA.
           05  WS-CURRENCY-COUNT        PIC 9(2) VALUE 0.
           05  WS-CURRENCY-MAX          PIC 9(2) VALUE 20.
           05  WS-CUR-SUB               PIC 9(2) VALUE 0.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CURRENCY-TABLE OCCURS 20 TIMES.
               10  WS-CUR-CODE          PIC X(03).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-LOAD-STATUS-TABLE
           PERFORM 0070-LOAD-CURRENCY-TABLE
           PERFORM 0090-READ-PARAMETER
           PERFORM 0100-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           CLOSE INPUT-FILE
           CLOSE EDITED-FILE
           CLOSE REJECT-FILE
           IF WS-REJECT-COUNT > 0 AND WS-FEED-SOURCE-ID = SPACES
               DISPLAY 'Warning: INFILE names no source id and no '
                   'EDTPARM card - ' WS-REJECT-COUNT
                   ' rejects cannot be acknowledged to the branch'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Edit complete: ' WS-READ-COUNT ' read, '
               WS-CLEAN-COUNT ' clean, ' WS-REJECT-COUNT ' rejected.'
           STOP RUN.
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0070-LOAD-CURRENCY-TABLE.
      *    Like STSFILE, the currency list is required: with no list
      *    a foreign item could reach TBLGL in a currency nobody
      *    sends a rate for.  A file with no base currency, or more
      *    than one, is as unusable as a missing one.
           OPEN INPUT CURRENCY-FILE
           IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Error: CURFILE open failed, status '
                   WS-CURRENCY-FILE-STATUS
               PERFORM 9996-ABEND-CURRENCY-FILE
           END-IF
           PERFORM UNTIL WS-EOF-CURRENCY-FILE
               READ CURRENCY-FILE
                   AT END
                       SET WS-EOF-CURRENCY-FILE TO TRUE
                   NOT AT END
                       PERFORM 0080-STORE-CURRENCY-CODE
               END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE
           IF WS-CURRENCY-COUNT = 0
               DISPLAY 'Error: CURFILE is empty'
               PERFORM 9996-ABEND-CURRENCY-FILE
           END-IF
           IF WS-BASE-COUNT NOT = 1
               DISPLAY 'Error: CURFILE has ' WS-BASE-COUNT
                   ' base currencies - exactly one is required'
               PERFORM 9996-ABEND-CURRENCY-FILE
           END-IF.

       0080-STORE-CURRENCY-CODE.
           IF WS-CURRENCY-COUNT < WS-CURRENCY-MAX
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE CUR-CURRENCY-CODE
                   TO WS-CUR-CODE(WS-CURRENCY-COUNT)
               IF CUR-BASE-CURRENCY
                   ADD 1 TO WS-BASE-COUNT
               END-IF
           ELSE
               DISPLAY 'Error: currency table full - code '
                   CUR-CURRENCY-CODE ' not loaded'
               PERFORM 9996-ABEND-CURRENCY-FILE
           END-IF.

       0090-READ-PARAMETER.
      *    EDTPARM names the feed for a branch whose header does not
      *    name itself.  It is optional; a header source id wins.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EDP-SOURCE-ID TO WS-PARM-SOURCE-ID
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
                       PERFORM 9998-ABEND-CONTROL
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE HT-SOURCE-ID TO WS-HEADER-SOURCE-ID
                   IF WS-HEADER-SOURCE-ID NOT = SPACES
                       MOVE WS-HEADER-SOURCE-ID TO WS-FEED-SOURCE-ID
                   ELSE
                       MOVE WS-PARM-SOURCE-ID TO WS-FEED-SOURCE-ID
                   END-IF
                   MOVE WS-INPUT-BUFFER TO EDITED-RECORD
                   WRITE EDITED-RECORD
               WHEN HT-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE HT-RECORD-COUNT TO WS-RECEIVED-COUNT
                   MOVE HT-HASH-TOTAL TO WS-RECEIVED-HASH
                   PERFORM 1700-VERIFY-INPUT-TRAILER
                   PERFORM 1800-WRITE-CLEAN-TRAILER
                   SET WS-EOF-INPUT TO TRUE
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-CLEAN-COUNT TO HT-RECORD-COUNT
           MOVE WS-OUT-HASH TO HT-HASH-TOTAL
           MOVE WS-RECEIVED-COUNT TO HT-RECEIVED-COUNT
           MOVE WS-RECEIVED-HASH TO HT-RECEIVED-HASH
           MOVE WS-CONTROL-ENTRY TO EDITED-RECORD
           WRITE EDITED-RECORD.

           PERFORM 2100-VALIDATE-DATE
           PERFORM 2200-VALIDATE-AMOUNT
           PERFORM 2300-VALIDATE-STATUS
           PERFORM 2400-VALIDATE-CURRENCY
           IF WS-RECORD-OK
               ADD 1 TO WS-CLEAN-COUNT
               ADD WSE-AMOUNT TO WS-OUT-HASH
               IF REJ-REASON-CODE = WS-REASON-AMOUNT
                   ADD 1 TO WS-AMOUNT-REJECT-COUNT
               END-IF
               MOVE WS-FEED-SOURCE-ID TO WSE-SOURCE-ID
               MOVE WS-EDIT-RECORD TO REJ-ENTRY
               WRITE REJECT-RECORD
           END-IF.
                   SET WS-STATUS-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    'WO' is on STSFILE so TBLGL can map it, but only TBLWOFF
      *    may write an item off - a branch cannot send one in.
           EVALUATE TRUE
               WHEN NOT WS-STATUS-FOUND
                   IF WS-RECORD-OK
                       SET WS-RECORD-BAD TO TRUE
                       MOVE WS-REASON-STATUS TO REJ-REASON-CODE
                   END-IF
               WHEN WSE-STATUS-CODE = 'WO'
                   IF WS-RECORD-OK
                       SET WS-RECORD-BAD TO TRUE
                       MOVE WS-REASON-WRITE-OFF TO REJ-REASON-CODE
                   END-IF
           END-EVALUATE.

       2400-VALIDATE-CURRENCY.
      *    Spaces are the base currency, so domestic branches need
      *    send nothing new.
           IF WSE-CURRENCY-CODE NOT = SPACES
               MOVE 'N' TO WS-CUR-FOUND-SWITCH
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT
                       OR WS-CURRENCY-FOUND
                   IF WS-CUR-CODE(WS-CUR-SUB) = WSE-CURRENCY-CODE
                       SET WS-CURRENCY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CURRENCY-FOUND
                   IF WS-RECORD-OK
                       SET WS-RECORD-BAD TO TRUE
                       MOVE WS-REASON-CURRENCY TO REJ-REASON-CODE
                   END-IF
               END-IF
           END-IF.

               MOVE WS-REASON-DATE TO REJ-REASON-CODE
           END-IF.

       9996-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'job terminated'

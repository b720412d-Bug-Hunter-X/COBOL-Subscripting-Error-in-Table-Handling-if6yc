      *REMARKS.    NIGHTLY TABLE LOAD - REJECT RECYCLE STEP.
      *    MATCHES A CORRECTION FILE (CORFILE, CORRECTED WS-ENTRY
      *    RECORDS KEYED BY WSE-RECORD-KEY) AGAINST THE EDIT
      *    REJECTS (REJFILE OUT OF TBLEDIT, THEN REJPREV - THE
      *    REJECTS CARRIED FROM EARLIER CYCLES) AND RE-RUNS EACH
      *    CORRECTED RECORD THROUGH THE SAME DATE, AMOUNT, STATUS
      *    AND CURRENCY EDITS, INCLUDING TBLEDIT'S REFUSAL OF STATUS
      *    'WO'.  RECORDS THAT NOW PASS ARE SPOOLED TO
      *    RCYFILE WRAPPED IN THEIR OWN HDR/TRL SO TBLLOAD TAKES
      *    THEM AS ITS SIXTH SOURCE (INFILE6) NEXT CYCLE.  THE
      *    HEADER IS STAMPED WITH THE NEXT UNPROCESSED BUSINESS
      *    ITS EXPECTED DATE, SO THE FEED CLEARS TBLLOAD'S CYCLE
      *    DATE CHECK INSTEAD OF ABENDING IT.  RECORDS
      *    STILL BAD, AND REJECTS WITH NO CORRECTION, ARE REWRITTEN
      *    TO REJNEW, WHICH THE CYCLE DRIVER'S REJSWAP STEP RENAMES
      *    TO REJPREV AHEAD OF THE NEXT RUN - REJFILE ITSELF IS
      *    TBLEDIT'S OWN OUTPUT AND ONLY EVER HOLDS THAT NIGHT'S
      *    REJECTS.  RCYRPT SHOWS EACH KEY'S
      *    DISPOSITION PLUS AN AGING SECTION FLAGGING REJECTS STILL
      *    UNREPAIRED PAST THE RCYPARM DAY LIMIT - REJECTED MONEY
      *    IS INVISIBLE TO THE GL UNTIL IT RECYCLES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT PRIOR-REJECT-FILE ASSIGN TO "REJPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-REJECT-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "CORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "RCYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           05  FILLER                   PIC X(02).
           05  REJ-REASON-CODE          PIC X(02).

       FD  PRIOR-REJECT-FILE
           RECORDING MODE IS F.
       01  PRIOR-REJECT-RECORD          PIC X(84).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-RECORD            PIC X(80).
       01  STATUS-RECORD.
           COPY STSREF.

       FD  CURRENCY-FILE
           RECORDING MODE IS F.
       01  CURRENCY-RECORD.
           COPY CURREF.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJECT-STATUS         PIC X(02) VALUE '00'.
           05  WS-PRIOR-REJECT-STATUS   PIC X(02) VALUE '00'.
           05  WS-CORRECTION-STATUS     PIC X(02) VALUE '00'.
           05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-CURRENCY-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-STATISTICS-STATUS     PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS       PIC X(02) VALUE '00'.
       01  WS-SWITCHES.
           05  WS-REJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-REJECTS                  VALUE 'Y'.
           05  WS-PRV-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-PRIOR-REJECTS            VALUE 'Y'.
           05  WS-PRV-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PRIOR-REJECTS-OPENED         VALUE 'Y'.
           05  WS-COR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CORRECTIONS              VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-EOF-STATUS-FILE              VALUE 'Y'.
           05  WS-STS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STATUS-FOUND                 VALUE 'Y'.
           05  WS-CUR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EOF-CURRENCY-FILE            VALUE 'Y'.
           05  WS-CUR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CURRENCY-FOUND               VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-DEFAULT-AGE-DAYS      PIC 9(03) VALUE 5.
               WSE-EFFECTIVE-DATE BY REJD-EFFECTIVE-DATE
               WSE-AMOUNT         BY REJD-AMOUNT
               WSE-STATUS-CODE    BY REJD-STATUS-CODE
               WSE-SOURCE-ID      BY REJD-SOURCE-ID
               WSE-CURRENCY-CODE  BY REJD-CURRENCY-CODE.

       01  WS-CONTROL-ENTRY.
           COPY HDRTRL.
           05  WS-REASON-DATE           PIC X(02) VALUE 'DT'.
           05  WS-REASON-AMOUNT         PIC X(02) VALUE 'AM'.
           05  WS-REASON-STATUS         PIC X(02) VALUE 'ST'.
           05  WS-REASON-CURRENCY       PIC X(02) VALUE 'CY'.
           05  WS-REASON-WRITE-OFF      PIC X(02) VALUE 'WO'.

       01  WS-NEW-REASON-CODE           PIC X(02) VALUE SPACES.

           05  WS-STATUS-TABLE OCCURS 20 TIMES.
               10  WS-STS-CODE          PIC X(02).

       01  WS-CURRENCY-REF-AREA.
           05  WS-CURRENCY-COUNT        PIC 9(2) VALUE 0.
           05  WS-CURRENCY-MAX          PIC 9(2) VALUE 20.
           05  WS-CUR-SUB               PIC 9(2) VALUE 0.
           05  WS-BASE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CURRENCY-TABLE OCCURS 20 TIMES.
               10  WS-CUR-CODE          PIC X(03).

       01  WS-CORRECTION-AREA.
           05  WS-CORRECTION-TABLE OCCURS 200 TIMES.
               10  WS-COR-KEY           PIC X(10).

       0000-MAIN.
           PERFORM 0050-LOAD-STATUS-TABLE
           PERFORM 0070-LOAD-CURRENCY-TABLE
           PERFORM 0100-READ-PARAMETER
           PERFORM 0150-SET-RUN-DATE
           PERFORM 0160-LOAD-RUN-HISTORY
           PERFORM 4000-WRITE-RECYCLE-TRAILER
           PERFORM 5000-PRINT-TOTAL-LINE
           CLOSE REJECT-FILE
           IF WS-PRIOR-REJECTS-OPENED
               CLOSE PRIOR-REJECT-FILE
           END-IF
           CLOSE RECYCLE-FILE
           CLOSE RENEWED-REJECT-FILE
           CLOSE REPORT-FILE
               PERFORM 9997-ABEND-STATUS-FILE
           END-IF.

       0070-LOAD-CURRENCY-TABLE.
      *    Same currency reference file TBLEDIT edits against, held
      *    to the same rules.
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

       0100-READ-PARAMETER.
           MOVE WS-DEFAULT-AGE-DAYS TO WS-AGE-DAYS
           OPEN INPUT PARAMETER-FILE
                   WS-REJECT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    REJPREV is absent on a first cycle, so status 35 just
      *    means nothing carried.  Any other failure is fatal:
      *    running on without it would leave the carried rejects
      *    off REJNEW and lose them when the next swap lands.
           OPEN INPUT PRIOR-REJECT-FILE
           IF WS-PRIOR-REJECT-STATUS = '00'
               SET WS-PRIOR-REJECTS-OPENED TO TRUE
           ELSE
               SET WS-EOF-PRIOR-REJECTS TO TRUE
               IF WS-PRIOR-REJECT-STATUS NOT = '35'
                   DISPLAY 'Error: REJPREV open failed, status '
                       WS-PRIOR-REJECT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      *    CORFILE is absent on a day with nothing repaired -
      *    status 35 just means every reject carries forward.
           OPEN INPUT CORRECTION-FILE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2100-PROCESS-ONE-REJECT
               END-READ
           END-PERFORM
      *    Carried rejects go through the same match, landing in
      *    the reject record area the match works from.
           PERFORM UNTIL WS-EOF-PRIOR-REJECTS
               READ PRIOR-REJECT-FILE INTO REJECT-RECORD
                   AT END
                       SET WS-EOF-PRIOR-REJECTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2100-PROCESS-ONE-REJECT
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-REJECT.
           END-IF.

       2300-VALIDATE-RECORD.
      *    The same four edits TBLEDIT applies, in the same order,
      *    so a record cannot recycle past a check it would fail on
      *    a fresh arrival.
           SET WS-RECORD-OK TO TRUE
           MOVE SPACES TO WS-NEW-REASON-CODE
           PERFORM 2310-VALIDATE-DATE
           PERFORM 2340-VALIDATE-AMOUNT
           PERFORM 2350-VALIDATE-STATUS
           PERFORM 2360-VALIDATE-CURRENCY.

       2310-VALIDATE-DATE.
           IF WSE-EFFECTIVE-DATE NOT NUMERIC
                   SET WS-STATUS-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    Same rule as TBLEDIT: only TBLWOFF sets 'WO'.
           EVALUATE TRUE
               WHEN NOT WS-STATUS-FOUND
                   IF WS-RECORD-OK
                       SET WS-RECORD-BAD TO TRUE
                       MOVE WS-REASON-STATUS TO WS-NEW-REASON-CODE
                   END-IF
               WHEN WSE-STATUS-CODE = 'WO'
                   IF WS-RECORD-OK
                       SET WS-RECORD-BAD TO TRUE
                       MOVE WS-REASON-WRITE-OFF TO WS-NEW-REASON-CODE
                   END-IF
           END-EVALUATE.

       2360-VALIDATE-CURRENCY.
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
                       MOVE WS-REASON-CURRENCY TO WS-NEW-REASON-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-UNREPAIRED-COUNT TO TL-UNREPAIRED
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       9996-ABEND-CURRENCY-FILE.
           DISPLAY 'Fatal: currency reference file unusable - '
               'job terminated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-STATUS-FILE.
           DISPLAY 'Fatal: status reference file unusable - '
               'job terminated'

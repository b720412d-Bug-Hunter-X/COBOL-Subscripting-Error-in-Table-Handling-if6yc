      *REMARKS.    NIGHTLY TABLE LOAD - CHANGE-HISTORY INQUIRY.
      *    TAKES A WSE-RECORD-KEY AND A DATE RANGE FROM INQPARM AND
      *    PRINTS THAT KEY'S FULL CHANGE HISTORY (RUN DATE/TIME,
      *    TABLE INDEX, ENTRY CONTENTS, SUBMITTER AND APPROVER)
      *    FROM THE LIVE AUDIT FILE (AUDFILE) AND THE MOUNTED
      *    ARCHIVE (ARCFILE) TO INQRPT,
      *    SO COMPLIANCE REQUESTS NO LONGER MEAN SCANNING THE FLAT
      *    FILE BY HAND.  A KEY TBLPURG HAS MOVED OFF THE MASTER IS
      *    ALSO LOOKED UP ON THE HISTORY MASTER (HSTFILE), AND ITS
      *    SETTLED IMAGE AND PURGE DATE PRINTED AFTER THE HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "INQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
               AUD-RUN-TIME    BY ARC-RUN-TIME
               AUD-ACTION-CODE BY ARC-ACTION-CODE
               AUD-TABLE-INDEX BY ARC-TABLE-INDEX
               AUD-ENTRY       BY ARC-ENTRY
               AUD-USER-ID     BY ARC-USER-ID
               AUD-APPROVER-ID BY ARC-APPROVER-ID.

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

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS        PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

           05  WS-AD-ACTION-CODE        PIC X(01).
           05  WS-AD-TABLE-INDEX        PIC 9(05).
           05  WS-AD-ENTRY              PIC X(80).
           05  WS-AD-USER-ID            PIC X(08).
           05  WS-AD-APPROVER-ID        PIC X(08).

       01  WS-ENTRY-IMAGE.
           COPY WSENTRY.
           05  DL-TABLE-INDEX           PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ENTRY                 PIC X(80).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-APPROVER-ID           PIC X(08).

       01  WS-PURGED-LINE.
           05  FILLER                   PIC X(23)
                                        VALUE 'History master: purged '.
           05  PL-PURGE-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-ENTRY                 PIC X(80).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(17)
           PERFORM 0300-PRINT-HEADER
           PERFORM 1000-SCAN-LIVE-AUDIT
           PERFORM 2000-SCAN-ARCHIVE
           PERFORM 2500-LOOKUP-HISTORY-MASTER
           PERFORM 3000-PRINT-TOTAL-LINE
           CLOSE AUDIT-FILE
           IF WS-ARCHIVE-OPENED
                       MOVE AUD-ACTION-CODE TO WS-AD-ACTION-CODE
                       MOVE AUD-TABLE-INDEX TO WS-AD-TABLE-INDEX
                       MOVE AUD-ENTRY       TO WS-AD-ENTRY
                       MOVE AUD-USER-ID     TO WS-AD-USER-ID
                       MOVE AUD-APPROVER-ID TO WS-AD-APPROVER-ID
                       MOVE 'LIVE' TO DL-SOURCE
                       PERFORM 1500-SELECT-AND-PRINT
               END-READ
                       MOVE ARC-ACTION-CODE TO WS-AD-ACTION-CODE
                       MOVE ARC-TABLE-INDEX TO WS-AD-TABLE-INDEX
                       MOVE ARC-ENTRY       TO WS-AD-ENTRY
                       MOVE ARC-USER-ID     TO WS-AD-USER-ID
                       MOVE ARC-APPROVER-ID TO WS-AD-APPROVER-ID
                       MOVE 'ARCH' TO DL-SOURCE
                       PERFORM 1500-SELECT-AND-PRINT
               END-READ
               MOVE WS-AD-ACTION-CODE TO DL-ACTION-CODE
               MOVE WS-AD-TABLE-INDEX TO DL-TABLE-INDEX
               MOVE WS-AD-ENTRY       TO DL-ENTRY
               MOVE WS-AD-USER-ID     TO DL-USER-ID
               MOVE WS-AD-APPROVER-ID TO DL-APPROVER-ID
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       2500-LOOKUP-HISTORY-MASTER.
      *    Like the archive, the history master is optional - status
      *    35 means no purge has run yet, so there is nothing to find.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE WS-INQUIRY-KEY TO HST-RECORD-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HST-PURGE-DATE TO PL-PURGE-DATE
                       MOVE HST-ENTRY      TO PL-ENTRY
                       WRITE REPORT-RECORD FROM WS-PURGED-LINE
               END-READ
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'Error: HSTFILE open failed, status '
                       WS-HISTORY-STATUS
               END-IF
           END-IF.

       3000-PRINT-TOTAL-LINE.
           MOVE WS-SELECTED-COUNT TO TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

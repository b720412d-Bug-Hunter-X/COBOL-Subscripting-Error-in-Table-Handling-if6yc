       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPURG.
      *AUTHOR.     DATA CONTROL.
      *REMARKS.    NIGHTLY TABLE LOAD - PERIODIC MASTER PURGE.
      *    MOVES SETTLED RECORDS OFF THE INDEXED MASTER (IDXFILE)
      *    SO THE SCANS IN TBLVFY, TBLAGE AND THE REST STOP GROWING
      *    WITH EVERY KEY EVER LOADED.  A RECORD IS SETTLED WHEN
      *    ITS STATUS IS 'OK' AND ITS WSE-EFFECTIVE-DATE IS OLDER
      *    THAN THE RETENTION IN PRGPARM (MONTHS BACK FROM THE RUN
      *    DATE).  EACH ONE IS WRITTEN TO THE KEYED HISTORY MASTER
      *    (HSTFILE, SEE HSTREC) BEFORE IT IS DELETED FROM IDXFILE,
      *    AND A PURGE IMAGE (ACTION 'P') GOES TO THE AUDIT TRAIL
      *    (AUDFILE) SO A TBLAUDQ INQUIRY SHOWS WHERE THE KEY WENT.
      *    THE SAME IMAGE, WITH THE RUN DATE AND TIME, IS APPENDED
      *    TO THE PURGE JOURNAL (PRGJNL, SEE PRGJNL) THAT TBLCLOSE
      *    PROVES THE MONTH'S PURGES FROM.
      *    THE MASTER CONTROL TOTALS (IDXCTL) ARE TAKEN DOWN BY
      *    EACH RECORD PURGED AND REWRITTEN AS SOON AS ITS DELETE
      *    IS DONE, SO TBLVFY STILL BALANCES AFTER THE RUN AND
      *    AFTER AN INTERRUPTED ONE: THE RERUN STARTS FROM TOTALS
      *    THAT ALREADY LEAVE OUT EVERY KEY DELETED, AND A KEY
      *    FILED TO HSTFILE BUT NOT YET DELETED IS PURGED AGAIN
      *    (REPLACING ITS HISTORY IMAGE).  EVERY KEY PURGED IS
      *    LISTED ON PRGRPT.  RUN OUTSIDE THE NIGHTLY
      *    CYCLE, WITH NO OTHER STEP UPDATING THE MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT INDEXED-FILE ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PURGE-JOURNAL ASSIGN TO "PRGJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-CONTROL-FILE ASSIGN TO "IDXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PGP-RETENTION-MONTHS     PIC 9(03).
           05  FILLER                   PIC X(77).

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

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDENTRY.

       FD  PURGE-JOURNAL
           RECORDING MODE IS F.
       01  PURGE-JOURNAL-RECORD.
           COPY PRGJNL.

       FD  MASTER-CONTROL-FILE
           RECORDING MODE IS F.
       01  MASTER-CONTROL-RECORD.
           COPY IDXCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARAMETER-STATUS      PIC X(02) VALUE '00'.
           05  WS-INDEXED-STATUS        PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
           05  WS-MASTER-CTL-STATUS     PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-EOF-MASTER                   VALUE 'Y'.
           05  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ABORT-RUN                    VALUE 'Y'.
           05  WS-FILED-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HISTORY-FILED                VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-DEFAULT-RETENTION     PIC 9(03) VALUE 24.
           05  WS-CHECKPOINT-INTERVAL   PIC 9(03) VALUE 100.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(7) VALUE 0.
           05  WS-PURGED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REPLACED-COUNT        PIC 9(7) VALUE 0.
           05  WS-KEPT-COUNT            PIC 9(7) VALUE 0.
           05  WS-FAILED-COUNT          PIC 9(7) VALUE 0.
           05  WS-SINCE-CHECKPOINT      PIC 9(3) VALUE 0.
           05  WS-PURGED-AMOUNT         PIC S9(13)V99 VALUE 0.
           05  WS-IDX-COUNT             PIC 9(7) VALUE 0.
           05  WS-IDX-HASH              PIC S9(13)V99 VALUE 0.

       01  WS-RETENTION-MONTHS          PIC 9(03) VALUE 0.
       01  WS-LAST-KEY                  PIC X(10) VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-TIMESTAMP-R REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CT-YYYYMMDD           PIC 9(08).
           05  WS-CT-YYYYMMDD-R REDEFINES WS-CT-YYYYMMDD.
               10  WS-CT-YEAR           PIC 9(04).
               10  WS-CT-MONTH          PIC 9(02).
               10  WS-CT-DAY            PIC 9(02).
           05  WS-CT-HHMMSS             PIC 9(06).
           05  FILLER                   PIC X(07).

       01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                  PIC 9(06) VALUE 0.

       01  WS-CUTOFF-FIELDS.
           05  WS-TOTAL-MONTHS          PIC 9(07) VALUE 0.
           05  WS-CUTOFF-YEAR           PIC 9(04) VALUE 0.
           05  WS-CUTOFF-MONTH          PIC 9(02) VALUE 0.
           05  WS-CUTOFF-DATE           PIC 9(08) VALUE 0.
           05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
               10  WS-CD-YEAR           PIC 9(04).
               10  WS-CD-MONTH          PIC 9(02).
               10  WS-CD-DAY            PIC 9(02).

       01  WS-PURGE-IMAGE.
           COPY WSENTRY.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(43)
               VALUE 'Master purge - OK records effective before '.
           05  RH-CUTOFF-DATE           PIC 9(08).
           05  FILLER                   PIC X(12)
                                        VALUE ', retention '.
           05  RH-RETENTION             PIC ZZ9.
           05  FILLER                   PIC X(07) VALUE ' months'.

       01  WS-PURGE-LINE.
           05  PL-RECORD-KEY            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-EFFECTIVE-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-AMOUNT                PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-SOURCE-ID             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-DISPOSITION           PIC X(10).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(06) VALUE 'Read: '.
           05  TL-READ                  PIC ZZZZZZ9.
           05  FILLER                   PIC X(10) VALUE ', purged: '.
           05  TL-PURGED                PIC ZZZZZZ9.
           05  FILLER                   PIC X(08) VALUE ', kept: '.
           05  TL-KEPT                  PIC ZZZZZZ9.
           05  FILLER                   PIC X(10) VALUE ', failed: '.
           05  TL-FAILED                PIC ZZZZZZ9.
           05  FILLER                   PIC X(10) VALUE ', amount: '.
           05  TL-AMOUNT                PIC -(13)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-READ-PARAMETER
           PERFORM 0200-COMPUTE-CUTOFF-DATE
           PERFORM 0300-READ-MASTER-CONTROL
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0400-OPEN-FILES
           IF WS-ABORT-RUN
               PERFORM 9999-ABEND-STOP
           END-IF
           PERFORM 0500-PRINT-REPORT-HEADER
           PERFORM 1000-SCAN-MASTER
           PERFORM 7000-WRITE-MASTER-CONTROL
           PERFORM 8000-PRINT-TOTAL-LINE
           CLOSE INDEXED-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE PURGE-JOURNAL
           CLOSE REPORT-FILE
           DISPLAY 'Purge complete: ' WS-READ-COUNT ' read, '
               WS-PURGED-COUNT ' purged, ' WS-KEPT-COUNT ' kept.'
           IF WS-FAILED-COUNT > 0
               DISPLAY 'Warning: ' WS-FAILED-COUNT ' settled records '
                   'could not be purged - see PRGRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-PARAMETER.
           MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-MONTHS
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PGP-RETENTION-MONTHS NUMERIC
                           AND PGP-RETENTION-MONTHS > 0
                           MOVE PGP-RETENTION-MONTHS
                               TO WS-RETENTION-MONTHS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'PRGPARM not found - using default retention '
                   WS-DEFAULT-RETENTION ' months'
           END-IF.

       0200-COMPUTE-CUTOFF-DATE.
      *    The cutoff is the run date moved back by the retention
      *    months; a record effective before it is old enough.  A
      *    day past the end of the cutoff month (the 31st back into
      *    a 30-day month) still compares correctly, so it is not
      *    adjusted.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-YYYYMMDD TO WS-RUN-DATE
           MOVE WS-CT-HHMMSS   TO WS-RUN-TIME
           COMPUTE WS-TOTAL-MONTHS =
               (WS-CT-YEAR * 12) + WS-CT-MONTH - WS-RETENTION-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           IF WS-CUTOFF-MONTH = 0
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
               MOVE 12 TO WS-CUTOFF-MONTH
           END-IF
           MOVE WS-CUTOFF-YEAR  TO WS-CD-YEAR
           MOVE WS-CUTOFF-MONTH TO WS-CD-MONTH
           MOVE WS-CT-DAY       TO WS-CD-DAY
           DISPLAY 'Purging OK records effective before '
               WS-CUTOFF-DATE.

       0300-READ-MASTER-CONTROL.
      *    The purge takes records off the totals TBLVFY balances
      *    against, so it needs the totals to start from - with no
      *    IDXCTL there is nothing to keep in step.
           OPEN INPUT MASTER-CONTROL-FILE
           IF WS-MASTER-CTL-STATUS NOT = '00'
               DISPLAY 'Error: IDXCTL open failed, status '
                   WS-MASTER-CTL-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               READ MASTER-CONTROL-FILE
                   AT END
                       DISPLAY 'Error: IDXCTL is empty'
                       SET WS-ABORT-RUN TO TRUE
                   NOT AT END
                       MOVE IC-RECORD-COUNT TO WS-IDX-COUNT
                       MOVE IC-AMOUNT-HASH  TO WS-IDX-HASH
               END-READ
               CLOSE MASTER-CONTROL-FILE
           END-IF.

       0400-OPEN-FILES.
           OPEN I-O INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: IDXFILE open failed, status '
                   WS-INDEXED-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    The first purge creates the history master.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = '00'
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: HSTFILE open failed, status '
                   WS-HISTORY-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Error: AUDFILE open failed, status '
                   WS-AUDIT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    The journal runs on from close to close; TBLCLOSE
      *    empties it once it has taken the month's purges.
           OPEN EXTEND PURGE-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT PURGE-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'Error: PRGJNL open failed, status '
                   WS-JOURNAL-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: PRGRPT open failed, status '
                   WS-REPORT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       0500-PRINT-REPORT-HEADER.
           MOVE WS-CUTOFF-DATE      TO RH-CUTOFF-DATE
           MOVE WS-RETENTION-MONTHS TO RH-RETENTION
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE.

       1000-SCAN-MASTER.
           PERFORM UNTIL WS-EOF-MASTER
               READ INDEXED-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE IDX-RECORD-KEY TO WS-LAST-KEY
                       PERFORM 1100-SELECT-MASTER-RECORD
               END-READ
           END-PERFORM.

       1100-SELECT-MASTER-RECORD.
      *    Anything not 'OK' is still open business (held, reversed
      *    or otherwise) and stays live however old it is.
           IF IDX-STATUS-CODE = 'OK'
               AND IDX-EFFECTIVE-DATE NUMERIC
               AND IDX-EFFECTIVE-DATE < WS-CUTOFF-DATE
               PERFORM 1200-PURGE-MASTER-RECORD
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       1200-PURGE-MASTER-RECORD.
      *    History first: a record deleted before it is safely on
      *    HSTFILE would be lost, while one filed but not deleted
      *    is simply purged again on the rerun.
           MOVE IDX-ENTRY TO WS-PURGE-IMAGE
           PERFORM 1300-FILE-HISTORY-RECORD
           IF WS-HISTORY-FILED
               PERFORM 1400-DELETE-MASTER-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'NOT FILED' TO PL-DISPOSITION
               PERFORM 1600-PRINT-PURGE-LINE
           END-IF.

       1300-FILE-HISTORY-RECORD.
      *    A key already on the history master was purged before,
      *    came back on a later load and has settled again - the
      *    newer image replaces the older one.
           MOVE 'N' TO WS-FILED-SWITCH
           MOVE SPACES TO HST-RECORD
           MOVE WS-PURGE-IMAGE      TO HST-ENTRY
           MOVE WS-RUN-DATE         TO HST-PURGE-DATE
           MOVE WS-RETENTION-MONTHS TO HST-RETENTION-MONTHS
           WRITE HST-RECORD
               INVALID KEY
                   REWRITE HST-RECORD
                       INVALID KEY
                           DISPLAY 'Error: history write failed - '
                               HST-RECORD-KEY ' status '
                               WS-HISTORY-STATUS
                       NOT INVALID KEY
                           SET WS-HISTORY-FILED TO TRUE
                           ADD 1 TO WS-REPLACED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-HISTORY-FILED TO TRUE
           END-WRITE.

       1400-DELETE-MASTER-RECORD.
           DELETE INDEXED-FILE
               INVALID KEY
                   DISPLAY 'Error: purge delete failed - '
                       IDX-RECORD-KEY ' status ' WS-INDEXED-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'NOT PURGED' TO PL-DISPOSITION
                   PERFORM 1600-PRINT-PURGE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   SUBTRACT 1 FROM WS-IDX-COUNT
      *    Same guard as TBLUPDT and TBLBACK: the running hash skips
      *    a non-numeric amount because TBLVFY's scan skips it.
                   IF WSE-AMOUNT NUMERIC
                       SUBTRACT WSE-AMOUNT FROM WS-IDX-HASH
                       ADD WSE-AMOUNT TO WS-PURGED-AMOUNT
                   END-IF
      *    IDXCTL follows every delete - a key gone from the master
      *    is never found by a rerun, so totals written only now
      *    and then would keep it for good.
                   PERFORM 7000-WRITE-MASTER-CONTROL
                   PERFORM 1500-WRITE-PURGE-IMAGE
                   MOVE 'PURGED' TO PL-DISPOSITION
                   PERFORM 1600-PRINT-PURGE-LINE
                   ADD 1 TO WS-SINCE-CHECKPOINT
                   IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                       PERFORM 6000-TAKE-CHECKPOINT
                   END-IF
           END-DELETE.

       1500-WRITE-PURGE-IMAGE.
      *    Purge images carry a zero table index, like maintenance
      *    images - only the load places entries in table slots.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE    TO AUD-RUN-DATE
           MOVE WS-RUN-TIME    TO AUD-RUN-TIME
           MOVE 'P'            TO AUD-ACTION-CODE
           MOVE ZERO           TO AUD-TABLE-INDEX
           MOVE WS-PURGE-IMAGE TO AUD-ENTRY
           WRITE AUDIT-RECORD
           MOVE SPACES TO PURGE-JOURNAL-RECORD
           MOVE WS-RUN-DATE    TO PJ-RUN-DATE
           MOVE WS-RUN-TIME    TO PJ-RUN-TIME
           MOVE WS-PURGE-IMAGE TO PJ-ENTRY
           WRITE PURGE-JOURNAL-RECORD.

       1600-PRINT-PURGE-LINE.
           MOVE WSE-RECORD-KEY     TO PL-RECORD-KEY
           MOVE WSE-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE
           IF WSE-AMOUNT NUMERIC
               MOVE WSE-AMOUNT TO PL-AMOUNT
           ELSE
               MOVE 0 TO PL-AMOUNT
           END-IF
           MOVE WSE-SOURCE-ID      TO PL-SOURCE-ID
           WRITE REPORT-RECORD FROM WS-PURGE-LINE.

       6000-TAKE-CHECKPOINT.
      *    Close/reopen forces the master, history, audit, journal
      *    and report buffers out the same way TBLUPDT flushes ahead of
      *    its checkpoint.  The master scan picks up again after
      *    the last key read.
           MOVE 0 TO WS-SINCE-CHECKPOINT
           CLOSE INDEXED-FILE
           OPEN I-O INDEXED-FILE
           IF WS-INDEXED-STATUS NOT = '00'
               DISPLAY 'Error: IDXFILE reopen failed, status '
                   WS-INDEXED-STATUS
               PERFORM 9998-ABEND-CHECKPOINT
           END-IF
           CLOSE HISTORY-FILE
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error: HSTFILE reopen failed, status '
                   WS-HISTORY-STATUS
               PERFORM 9998-ABEND-CHECKPOINT
           END-IF
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Error: AUDFILE reopen failed, status '
                   WS-AUDIT-STATUS
               PERFORM 9998-ABEND-CHECKPOINT
           END-IF
           CLOSE PURGE-JOURNAL
           OPEN EXTEND PURGE-JOURNAL
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'Error: PRGJNL reopen failed, status '
                   WS-JOURNAL-STATUS
               PERFORM 9998-ABEND-CHECKPOINT
           END-IF
           CLOSE REPORT-FILE
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error: PRGRPT reopen failed, status '
                   WS-REPORT-STATUS
           END-IF
           MOVE WS-LAST-KEY TO IDX-RECORD-KEY
           START INDEXED-FILE KEY IS GREATER THAN IDX-RECORD-KEY
               INVALID KEY
                   SET WS-EOF-MASTER TO TRUE
           END-START.

       7000-WRITE-MASTER-CONTROL.
           OPEN OUTPUT MASTER-CONTROL-FILE
           IF WS-MASTER-CTL-STATUS NOT = '00'
               DISPLAY 'Error: IDXCTL open failed, status '
                   WS-MASTER-CTL-STATUS
           ELSE
               MOVE SPACES TO MASTER-CONTROL-RECORD
               MOVE WS-IDX-COUNT TO IC-RECORD-COUNT
               MOVE WS-IDX-HASH  TO IC-AMOUNT-HASH
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO IC-LAST-UPDATE
               WRITE MASTER-CONTROL-RECORD
               CLOSE MASTER-CONTROL-FILE
           END-IF.

       8000-PRINT-TOTAL-LINE.
           MOVE WS-READ-COUNT    TO TL-READ
           MOVE WS-PURGED-COUNT  TO TL-PURGED
           MOVE WS-KEPT-COUNT    TO TL-KEPT
           MOVE WS-FAILED-COUNT  TO TL-FAILED
           MOVE WS-PURGED-AMOUNT TO TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-REPLACED-COUNT > 0
               DISPLAY 'Note: ' WS-REPLACED-COUNT ' keys already on '
                   'HSTFILE were replaced by their newer image'
           END-IF.

       9998-ABEND-CHECKPOINT.
      *    IDXCTL already covers every delete made; it is written
      *    once more so the run leaves it stamped at the abend.
           DISPLAY 'Fatal: purge checkpoint failed - job terminated'
           PERFORM 7000-WRITE-MASTER-CONTROL
           CLOSE INDEXED-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE PURGE-JOURNAL
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9999-ABEND-STOP.
           DISPLAY 'Fatal: required file could not be opened - '
               'job terminated'
           CLOSE INDEXED-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE PURGE-JOURNAL
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

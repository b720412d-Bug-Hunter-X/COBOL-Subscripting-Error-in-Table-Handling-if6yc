      *----------------------------------------------------------*
      *    PERCTL - ACCOUNTING PERIOD CONTROL RECORD (80 BYTES)
      *    ONE RECORD, REWRITTEN BY TBLCLOSE AT THE END OF A CLEAN
      *    MONTH-END CLOSE.  PC-CLOSED-PERIOD (YYYYMM) IS THE
      *    LATEST MONTH CLOSED; TBLUPDT REJECTS A TRANSACTION WHOSE
      *    WSE-EFFECTIVE-DATE FALLS IN IT OR EARLIER UNLESS A
      *    CONTROLLER OVERRIDE FOR THE KEY IS ON CLSOVR.  THE
      *    SNAPSHOT FIELDS DESCRIBE THE FROZEN COPY OF THE MASTER
      *    (CLSSNAP) THE CLOSING BALANCES WERE STRUCK FROM.
      *----------------------------------------------------------*
           05  PC-CLOSED-PERIOD          PIC 9(06).
           05  FILLER                    PIC X(01).
           05  PC-SNAPSHOT-DATE          PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PC-SNAPSHOT-COUNT         PIC 9(07).
           05  FILLER                    PIC X(01).
           05  PC-SNAPSHOT-HASH          PIC S9(13)V99.
           05  FILLER                    PIC X(01).
           05  PC-CLOSE-TIMESTAMP        PIC X(14).
           05  FILLER                    PIC X(26).

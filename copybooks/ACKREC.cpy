      *----------------------------------------------------------*
      *    ACKREC - BRANCH ACKNOWLEDGMENT RECORD (80 BYTES)
      *    WRITTEN BY TBLACK TO ACKFILE1-5, ONE PER BRANCH SOURCE ID,
      *    FOR THE BRANCH'S OWN SYSTEMS TO READ BACK:
      *      'AH' HEADER  - THE BRANCH'S HEADER CYCLE DATE AND THE
      *                     TRAILER COUNT/HASH AS RECEIVED
      *      'AS' SUMMARY - ONE PER DISPOSITION (ACCEPTED,
      *                     REJECTED, DUPLICATE, OVERFLOW) WITH
      *                     COUNT AND AMOUNT
      *      'AD' DETAIL  - ONE PER REJECTED OR DUPLICATE RECORD,
      *                     BY WSE-RECORD-KEY, WITH THE REASON
      *      'AT' TRAILER - COUNT OF 'AD' RECORDS
      *    ACK-CYCLE-DATE ON EVERY RECORD IS OUR CYCLE DATE.
      *----------------------------------------------------------*
           05  ACK-RECORD-TYPE           PIC X(02).
               88  ACK-HEADER-RECORD               VALUE 'AH'.
               88  ACK-SUMMARY-RECORD              VALUE 'AS'.
               88  ACK-DETAIL-RECORD               VALUE 'AD'.
               88  ACK-TRAILER-RECORD              VALUE 'AT'.
           05  ACK-SOURCE-ID             PIC X(02).
           05  ACK-CYCLE-DATE            PIC 9(08).
           05  ACK-DATA                  PIC X(68).
           05  ACK-HEADER-DATA REDEFINES ACK-DATA.
               10  ACK-FILE-STATUS       PIC X(10).
               10  ACK-BRANCH-CYCLE-DATE PIC 9(08).
               10  ACK-RECEIVED-COUNT    PIC 9(07).
               10  ACK-RECEIVED-HASH     PIC S9(13)V99.
               10  FILLER                PIC X(28).
           05  ACK-SUMMARY-DATA REDEFINES ACK-DATA.
               10  ACK-DISPOSITION       PIC X(10).
               10  ACK-COUNT             PIC 9(07).
               10  ACK-AMOUNT            PIC S9(13)V99.
               10  FILLER                PIC X(36).
           05  ACK-DETAIL-DATA REDEFINES ACK-DATA.
               10  ACK-RECORD-KEY        PIC X(10).
               10  ACK-DETAIL-DISPOSITION
                                         PIC X(10).
               10  ACK-REASON-CODE       PIC X(02).
               10  ACK-REASON-TEXT       PIC X(30).
               10  ACK-DETAIL-AMOUNT     PIC S9(9)V99.
               10  FILLER                PIC X(05).
           05  ACK-TRAILER-DATA REDEFINES ACK-DATA.
               10  ACK-DETAIL-COUNT      PIC 9(07).
               10  FILLER                PIC X(61).

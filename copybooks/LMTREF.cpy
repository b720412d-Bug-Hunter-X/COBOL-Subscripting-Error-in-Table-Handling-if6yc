      *----------------------------------------------------------*
      *    LMTREF - BRANCH AUTHORIZATION LIMIT RECORD (80 BYTES)
      *    ONE RECORD PER WSE-SOURCE-ID, MAINTAINED BY CREDIT
      *    CONTROL AS LMTFILE THE WAY ACCOUNTING MAINTAINS STSFILE.
      *    LMT-ITEM-LIMIT IS THE LARGEST SINGLE AMOUNT (EITHER
      *    SIGN) THE BRANCH MAY SEND THROUGH AS 'OK'; TBLLOAD
      *    FORCES ANY LARGER ITEM TO 'HD' AND LISTS IT ON THE
      *    LARGE-VALUE EXCEPTION REPORT (LVXRPT).  LMT-DAILY-LIMIT
      *    CAPS THE BRANCH'S TOTAL OF AMOUNTS (EITHER SIGN) LOADED
      *    IN ONE CYCLE; A BREACH IS FLAGGED ON LVXRPT AND ON THE
      *    TBLCTL CONTROL SHEET.  ZERO MEANS NO LIMIT, AS DOES A
      *    SOURCE ID WITH NO RECORD.  BOTH LIMITS ARE IN THE BASE
      *    CURRENCY (CURFILE); A FOREIGN ITEM IS MEASURED AT ITS
      *    RATFILE RATE FOR THE CYCLE DATE, AND ONE WITH NO RATE
      *    IS HELD AND LEFT OUT OF THE DAY TOTAL.
      *----------------------------------------------------------*
           05  LMT-SOURCE-ID             PIC X(02).
           05  FILLER                    PIC X(01).
           05  LMT-ITEM-LIMIT            PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  LMT-DAILY-LIMIT           PIC 9(11)V99.
           05  FILLER                    PIC X(01).
           05  LMT-BRANCH-NAME           PIC X(30).
           05  FILLER                    PIC X(21).

      *    SHARED BY TBLLOAD (WS-TABLE) AND TBLRPT (REPORT DETAIL)
      *    WSE-SOURCE-ID IDENTIFIES THE SOURCE FILE THE ENTRY
      *    CAME IN ON, STAMPED BY TBLLOAD: '01'-'05' ARE THE
      *    BRANCH FEEDS, '06' IS THE TBLRCYC RECYCLE FEED.
      *    WSE-CURRENCY-CODE IS THE CURRENCY WSE-AMOUNT IS HELD IN,
      *    AS SENT BY THE BRANCH AND VALIDATED BY TBLEDIT AGAINST
      *    CURFILE (CURREF).  SPACES MEAN THE BASE CURRENCY, SO
      *    DOMESTIC FEEDS AND ENTRIES LOADED BEFORE THE FIELD WAS
      *    ADDED NEED NO CHANGE.
      *----------------------------------------------------------*
           10  WS-ENTRY.
               15  WSE-RECORD-KEY        PIC X(10).
               15  WSE-AMOUNT            PIC S9(9)V99.
               15  WSE-STATUS-CODE       PIC X(02).
               15  WSE-SOURCE-ID         PIC X(02).
               15  WSE-CURRENCY-CODE     PIC X(03).
               15  FILLER                PIC X(44).

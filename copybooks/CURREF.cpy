      *----------------------------------------------------------*
      *    CURREF - CURRENCY REFERENCE RECORD LAYOUT (80 BYTES)
      *    ONE RECORD PER CURRENCY A BRANCH MAY SEND, MAINTAINED
      *    BY ACCOUNTING AS CURFILE THE WAY IT MAINTAINS STSFILE.
      *    EXACTLY ONE RECORD CARRIES CUR-BASE-FLAG 'Y': THE BASE
      *    CURRENCY THE LEDGER IS KEPT IN.  AN ENTRY WHOSE
      *    WSE-CURRENCY-CODE IS SPACES IS IN THE BASE CURRENCY.
      *    READ BY TBLEDIT (CODE VALIDATION) AND BY TBLGL, TBLBACK,
      *    TBLWOFF, TBLRCAP, TBLAGE, TBLLOAD, TBLUPDT AND TBLCLOSE
      *    (BASE CURRENCY CODE).
      *----------------------------------------------------------*
           05  CUR-CURRENCY-CODE         PIC X(03).
           05  FILLER                    PIC X(01).
           05  CUR-DESCRIPTION           PIC X(30).
           05  FILLER                    PIC X(01).
           05  CUR-BASE-FLAG             PIC X(01).
               88  CUR-BASE-CURRENCY               VALUE 'Y'.
           05  FILLER                    PIC X(44).

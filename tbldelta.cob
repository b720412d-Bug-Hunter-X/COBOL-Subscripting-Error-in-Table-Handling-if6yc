               WSE-EFFECTIVE-DATE BY PRV-EFFECTIVE-DATE
               WSE-AMOUNT         BY PRV-AMOUNT
               WSE-STATUS-CODE    BY PRV-STATUS-CODE
               WSE-SOURCE-ID      BY PRV-SOURCE-ID
               WSE-CURRENCY-CODE  BY PRV-CURRENCY-CODE.

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(40).

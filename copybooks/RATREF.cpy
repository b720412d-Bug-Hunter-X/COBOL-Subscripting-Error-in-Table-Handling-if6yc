      *----------------------------------------------------------*
      *    RATREF - DAILY EXCHANGE RATE RECORD LAYOUT (80 BYTES)
      *    ONE RECORD PER CYCLE DATE AND NON-BASE CURRENCY, SENT BY
      *    TREASURY AS RATFILE IN RT-CYCLE-DATE ORDER.  RT-RATE IS
      *    THE NUMBER OF BASE-CURRENCY UNITS ONE UNIT OF
      *    RT-CURRENCY-CODE BUYS; THE BASE EQUIVALENT OF AN AMOUNT
      *    IS THE AMOUNT TIMES RT-RATE, ROUNDED TO THE CENT.  A
      *    ZERO OR NON-NUMERIC RATE IS TREATED AS NO RATE AT ALL.
      *    TBLGL AND TBLBACK ONLY EVER USE THE RATES FOR THE CYCLE
      *    DATE THEY ARE POSTING, TBLLOAD AND TBLUPDT THOSE FOR THE
      *    CYCLE THEY ARE LOADING OR APPLYING (AGAINST THE BRANCH
      *    AND APPROVAL LIMITS), TBLWOFF THOSE FOR THE LAST CYCLE
      *    LOADED AND TBLCLOSE THOSE FOR THE BUSINESS DAY IT CLOSES
      *    - NEVER AN OLDER DAY'S.
      *----------------------------------------------------------*
           05  RT-CYCLE-DATE             PIC 9(08).
           05  FILLER                    PIC X(01).
           05  RT-CURRENCY-CODE          PIC X(03).
           05  FILLER                    PIC X(01).
           05  RT-RATE                   PIC 9(05)V9(06).
           05  FILLER                    PIC X(56).

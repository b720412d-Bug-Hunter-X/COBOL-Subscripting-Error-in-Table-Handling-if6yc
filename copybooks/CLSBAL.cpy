      *----------------------------------------------------------*
      *    CLSBAL - MONTH-END CLOSING BALANCE RECORD (80 BYTES)
      *    ONE PER GL ACCOUNT, WSE-SOURCE-ID AND CURRENCY ON THE
      *    MASTER AT CLOSE.  CB-BALANCE IS IN THE CURRENCY ITSELF,
      *    CB-BASE-BALANCE ITS BASE EQUIVALENT AT THE CLOSE RATE.
      *    TBLCLOSE WRITES THE MONTH'S BALANCES TO CLSNEW
      *    (SWAPPED IN AS THE NEW CLSBAL AFTER A CLEAN CLOSE, LIKE
      *    TBLRCYC'S REJNEW) AND READS THE PRIOR MONTH'S FROM
      *    CLSBAL AS THE OPENING BALANCES OF ITS PROOF.
      *----------------------------------------------------------*
           05  CB-PERIOD                 PIC 9(06).
           05  FILLER                    PIC X(01).
           05  CB-GL-ACCOUNT             PIC X(08).
           05  FILLER                    PIC X(01).
           05  CB-SOURCE-ID              PIC X(02).
           05  FILLER                    PIC X(01).
           05  CB-RECORD-COUNT           PIC 9(07).
           05  FILLER                    PIC X(01).
           05  CB-BALANCE                PIC S9(13)V99.
           05  FILLER                    PIC X(01).
           05  CB-CURRENCY-CODE          PIC X(03).
           05  FILLER                    PIC X(01).
           05  CB-BASE-BALANCE           PIC S9(13)V99.
           05  FILLER                    PIC X(18).

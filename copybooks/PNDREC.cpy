      *----------------------------------------------------------*
      *    PNDREC - PENDING-APPROVAL TRANSACTION (132 BYTES)
      *    A TRNFILE TRANSACTION TBLUPDT WOULD NOT APPLY ON ONE
      *    PERSON'S SAY: OVER THE UPDPARM AMOUNT LIMIT, OR A DELETE
      *    OF AN 'HD' OR 'RV' RECORD.  TBLUPDT APPENDS IT TO PNDFILE
      *    WITH STATE 'P'; TBLAPRV MATCHES IT TO AN APPROVER'S
      *    DECISION BY PND-REFERENCE (SUBMIT CYCLE DATE AND THE
      *    TRANSACTION'S SEQUENCE IN THAT TRNFILE) AND WRITES IT
      *    TO APRTRN WITH STATE 'A' AND THE APPROVER ID FOR THE
      *    NEXT TBLUPDT RUN TO APPLY, OR RETIRES IT AS 'D'
      *    (DECLINED) OR 'X' (EXPIRED UNDECIDED).
      *    PND-PARK-REASON: 'AM' OVER THE AMOUNT LIMIT (OR A
      *    FOREIGN AMOUNT WITH NO RATE TO MEASURE IT BY), 'HD'
      *    DELETE OF A HELD OR REVERSED RECORD.
      *----------------------------------------------------------*
           05  PND-REFERENCE.
               10  PND-SUBMIT-DATE       PIC 9(08).
               10  PND-SEQUENCE          PIC 9(05).
           05  FILLER                    PIC X(01).
           05  PND-STATE                 PIC X(01).
               88  PND-PENDING                     VALUE 'P'.
               88  PND-APPROVED                    VALUE 'A'.
               88  PND-DECLINED                    VALUE 'D'.
               88  PND-EXPIRED                     VALUE 'X'.
           05  FILLER                    PIC X(01).
           05  PND-PARK-REASON           PIC X(02).
           05  FILLER                    PIC X(01).
           05  PND-SUBMITTER-ID          PIC X(08).
           05  FILLER                    PIC X(01).
           05  PND-APPROVER-ID           PIC X(08).
           05  FILLER                    PIC X(01).
           05  PND-DECISION-DATE         PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PND-ACTION-CODE           PIC X(01).
           05  PND-ENTRY                 PIC X(80).
           05  FILLER                    PIC X(05).

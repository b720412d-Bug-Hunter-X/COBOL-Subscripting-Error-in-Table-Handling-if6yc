      *----------------------------------------------------------*
      *    HSTREC - HISTORY MASTER PURGE FIELDS (20 BYTES)
      *    FOLLOWS THE 80-BYTE WSENTRY IMAGE ON EACH HSTFILE RECORD
      *    (100 BYTES, KEYED ON THE ENTRY'S RECORD KEY).  TBLPURG
      *    MOVES SETTLED 'OK' RECORDS OFF THE INDEXED MASTER ONTO
      *    HSTFILE AND STAMPS THE DATE OF THE PURGE RUN AND THE
      *    RETENTION IT RAN UNDER; TBLAUDQ AND TBLMNT READ IT BACK
      *    WHEN A KEY NO LONGER ON IDXFILE IS QUERIED.  A KEY
      *    PURGED A SECOND TIME CARRIES ITS LATEST IMAGE.
      *----------------------------------------------------------*
           10  HST-PURGE-DATE            PIC 9(08).
           10  FILLER                    PIC X(01).
           10  HST-RETENTION-MONTHS      PIC 9(03).
           10  FILLER                    PIC X(08).

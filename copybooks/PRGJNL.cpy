      *----------------------------------------------------------*
      *    PRGJNL - PURGE JOURNAL RECORD (94 BYTES)
      *    ONE RECORD FOR EVERY KEY TBLPURG TAKES OFF THE MASTER:
      *    THE RUN DATE AND TIME OF THE PURGE AND THE LAST IMAGE OF
      *    THE ENTRY.  TBLPURG APPENDS TO THE JOURNAL AS IT GOES,
      *    SO THE PURGES SINCE THE LAST MONTH-END CLOSE STILL EXIST
      *    WHATEVER BECOMES OF THE AUDIT TRAIL.  TBLCLOSE TAKES THE
      *    IMAGES STAMPED AFTER THE PREVIOUS CLOSE AS THE PURGE
      *    COLUMN OF ITS PROOF, THEN MOVES THEM TO THE ARCHIVE
      *    (PRGJARC) AND EMPTIES PRGJNL FOR THE NEXT MONTH.
      *----------------------------------------------------------*
           05  PJ-RUN-DATE               PIC X(08).
           05  PJ-RUN-TIME               PIC X(06).
           05  PJ-ENTRY                  PIC X(80).

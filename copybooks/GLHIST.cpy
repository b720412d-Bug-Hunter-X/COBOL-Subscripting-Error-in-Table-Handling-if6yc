      *----------------------------------------------------------*
      *    GLHIST - GL POSTING HISTORY RECORD (82 BYTES)
      *    EVERY BH/BD RECORD SENT TO THE LEDGER, PREFIXED WITH THE
      *    BATCH IT CAME FROM: 'GL' THE NIGHTLY TBLGL EXTRACT
      *    (GLFILE), 'BK' A TBLBACK REVERSAL (BAKGLF), 'WO' A
      *    TBLWOFF WRITE-OFF JOURNAL (WOFGLF).  EACH OF THEM
      *    APPENDS ITS BATCH TO GLHIST AS IT CUTS IT, SO THE
      *    POSTINGS SINCE THE LAST MONTH-END CLOSE STILL EXIST AFTER
      *    THE NIGHTLY FILES ARE REPLACED.  TBLCLOSE PROVES THE
      *    MASTER AGAINST THEM, THEN MOVES THEM TO THE ARCHIVE
      *    (GLHARC) AND EMPTIES GLHIST FOR THE NEXT MONTH.  A GL OR
      *    BK BATCH CUT AGAIN FOR THE SAME CYCLE DATE (A RERUN)
      *    SUPERSEDES THE EARLIER ONE, BUT ONLY WHEN NO BATCH FROM
      *    THE OTHER JOB FOR THAT DATE CAME BETWEEN THEM - A GL CUT
      *    REVERSED BY TBLBACK STANDS ALONGSIDE ITS REVERSAL.
      *----------------------------------------------------------*
           05  GLX-ORIGIN                PIC X(02).
               88  GLX-FROM-EXTRACT                VALUE 'GL'.
               88  GLX-FROM-BACKOUT                VALUE 'BK'.
               88  GLX-FROM-WRITE-OFF              VALUE 'WO'.
           05  GLX-POSTING               PIC X(80).

      *    DETAIL RECORD COUNT AND A HASH TOTAL OF WSE-AMOUNT.
      *    SHARED BY TBLEDIT, TBLLOAD AND TBLRPT FOR END-TO-END
      *    CONTROL BALANCING OF INFILE AND OUTFILE.
      *    A BRANCH NAMES ITSELF IN HT-SOURCE-ID ON ITS HEADER.
      *    TBLEDIT'S CLEAN TRAILER KEEPS THE COUNT AND HASH THE
      *    BRANCH SENT IN HT-RECEIVED-COUNT / HT-RECEIVED-HASH
      *    (SPACES ON ANY OTHER TRAILER) FOR TBLACK TO HAND BACK.
      *----------------------------------------------------------*
           05  HT-RECORD-TYPE            PIC X(03).
               88  HT-HEADER-RECORD                VALUE 'HDR'.
           05  HT-CONTROL-DATA           PIC X(77).
           05  HT-HEADER-DATA REDEFINES HT-CONTROL-DATA.
               10  HT-CYCLE-DATE         PIC 9(08).
               10  HT-SOURCE-ID          PIC X(02).
               10  FILLER                PIC X(67).
           05  HT-TRAILER-DATA REDEFINES HT-CONTROL-DATA.
               10  HT-RECORD-COUNT       PIC 9(07).
               10  HT-HASH-TOTAL         PIC S9(13)V99.
               10  HT-RECEIVED-COUNT     PIC 9(07).
               10  HT-RECEIVED-HASH      PIC S9(13)V99.
               10  FILLER                PIC X(33).

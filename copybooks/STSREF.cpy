      *    STSFILE; READ BY TBLEDIT (CODE VALIDATION) AND TBLGL /
      *    TBLBACK (ACCOUNT MAPPING) SO A NEW STATUS CODE IS ONE
      *    FILE CHANGE INSTEAD OF TWO PROGRAM CHANGES.
      *    'WO' (WRITTEN OFF) CARRIES THE WRITE-OFF ACCOUNT; TBLWOFF
      *    WILL NOT RUN WITHOUT IT, OR WITHOUT 'HD' AND 'RV'.
      *----------------------------------------------------------*
           05  STS-STATUS-CODE           PIC X(02).
           05  FILLER                    PIC X(01).

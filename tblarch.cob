
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(119).

       FD  RETAINED-FILE
           RECORDING MODE IS F.
       01  RETAINED-RECORD              PIC X(119).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.

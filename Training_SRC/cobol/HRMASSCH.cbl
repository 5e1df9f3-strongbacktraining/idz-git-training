           05  FILLER                    PIC X(18).
      *
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  SEGFILE-OUT
           RECORD CONTAINS 77 CHARACTERS.
       01  SEGOUT-RECORD                 PIC X(77).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.

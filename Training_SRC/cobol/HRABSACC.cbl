           05  FILLER                    PIC X(2).
      *
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  ABSENCE-BALANCE-FILE

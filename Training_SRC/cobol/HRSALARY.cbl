           05  SC-OUTLIER-PERCENT        PIC 9(2).
      *
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  PRINTFILE

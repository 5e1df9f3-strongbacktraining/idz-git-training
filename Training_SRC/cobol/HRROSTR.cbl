       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  PRINTFILE

       01  PRINT-LINE                    PIC X(132).
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
       WORKING-STORAGE SECTION.
       COPY SUPPLIER.

           COPY GLFEED.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
       WORKING-STORAGE SECTION.
       COPY SUPPLIER.

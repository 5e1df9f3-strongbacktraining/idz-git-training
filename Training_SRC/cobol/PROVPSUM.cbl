           COPY CLMHIST.
      *
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  PRINTFILE

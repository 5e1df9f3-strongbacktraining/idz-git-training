       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  TRANFILE
           RECORD CONTAINS 91 CHARACTERS.
       01  PRV-TRAN-RECORD.
           05  PT-FUNCTION-CODE          PIC X.
               88  PT-ADD                        VALUE 'A'.
               88  PT-CHANGE                     VALUE 'C'.
               88  PT-DELETE                     VALUE 'D'.
           05  PT-PROVIDER-DATA          PIC X(90).
      * PT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * PT-PROVIDER-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  PT-DATA-FIELDS REDEFINES PRV-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  PT-PROVIDER-CODE          PIC X(2).
           05  FILLER                    PIC X(88).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROVIDER-REC-WS               PIC X(90).
       01  PROGRAM-SWITCHES.
           05  PROVIDER-ST                PIC X(2).
               88  PROVIDER-OK                    VALUE '00'.

           05  FILLER                    PIC X(2).
      *
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  ADMIT-FILE

      * MASTER KNOWS, AND THE NAME COMES FROM THE MASTER, NOT
      * FROM THE BOOKING CLERK'S FREE TEXT.
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  TRANFILE

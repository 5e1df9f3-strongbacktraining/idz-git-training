           05  FILLER                    PIC X(81).
      *
       FD  OOP-ACCUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY OOPACCUM.
      *
       FD  OOPART1-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OOPART1-RECORD.
           05  OOPART1-KEY               PIC 9(7).
           05  FILLER                    PIC X(43).
       FD  OOPART2-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OOPART2-RECORD.
           05  OOPART2-KEY               PIC 9(7).
           05  FILLER                    PIC X(43).
       FD  OOPART3-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OOPART3-RECORD.
           05  OOPART3-KEY               PIC 9(7).
           05  FILLER                    PIC X(43).
       FD  OOPART4-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OOPART4-RECORD.
           05  OOPART4-KEY               PIC 9(7).
           05  FILLER                    PIC X(43).
      *
       FD  SPLCNTS-FILE
           RECORD CONTAINS 10 CHARACTERS.

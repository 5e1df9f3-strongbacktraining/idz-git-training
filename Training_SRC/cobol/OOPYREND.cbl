       DATA DIVISION.
       FILE SECTION.
       FD  OOP-ACCUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY OOPACCUM.
      *
       FD  OOP-ARCHIVE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OOP-ARCHIVE-RECORD            PIC X(50).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
      *    ARCHIVE THE CLOSING YEAR'S IMAGE FIRST, THEN OPEN THE
      *    NEW YEAR IN PLACE: FOURTH-QUARTER DEDUCTIBLE DOLLARS
      *    COUNT TOWARD THE NEW YEAR'S DEDUCTIBLE AND OUT-OF-
      *    POCKET, AND THE Q4 BUCKET ITSELF RESTARTS, AS DOES THE
      *    OUT-OF-NETWORK OUT-OF-POCKET BUCKET.
           WRITE OOP-ARCHIVE-RECORD FROM OOP-ACCUM-RECORD.
           IF NOT OOPARCH-OK
               DISPLAY 'OOP ARCHIVE WRITE PROBLEM'
           MOVE OA-Q4-DEDUCTIBLE TO OA-DEDUCTIBLE-TO-DATE.
           MOVE OA-Q4-DEDUCTIBLE TO OA-OOP-TO-DATE.
           MOVE ZERO TO OA-Q4-DEDUCTIBLE.
           MOVE ZERO TO OA-OON-OOP-TO-DATE.
           REWRITE OOP-ACCUM-RECORD.
           IF NOT OOP-ACCUM-OK
               DISPLAY 'OOP ACCUMULATOR REWRITE PROBLEM'

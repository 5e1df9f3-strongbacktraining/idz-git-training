      * an A/C/D action code and the record image (the before-image    *
      * on a delete, so receivers finally see deletes at all).  The    *
      * trailer counts let the receivers verify the transmission.      *
      * Each detail also carries the customer's value segment code     *
      * from the CUSTSEG file the quarterly CUSTRFM run builds (blank  *
      * when the customer has not been scored or the file is absent).  *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT CUSTSEG-FILE
               ASSIGN TO UT-S-CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CUST-ID
               FILE STATUS IS CUSTSEG-ST.
           SELECT EXTRACT-FILE
               ASSIGN TO UT-S-CUSTDELT
               ORGANIZATION IS SEQUENTIAL
      * FROM THE OUTBOUND FEED AND COUNTED ON THE AUDIT LINE.
      * OPTIONAL: WITHOUT THE FILE NOTHING IS SUPPRESSED.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
      * CUSTOMER VALUE SEGMENT FROM THE QUARTERLY RFM RUN.
      * OPTIONAL: WITHOUT THE FILE THE SEGMENT CODE GOES BLANK.
       FD  CUSTSEG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CUSTSEG.
      *
       FD  EXTRACT-FILE
           RECORD CONTAINS 344 CHARACTERS.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE            PIC X(1).
               88  EX-HEADER                     VALUE 'H'.
               88  EX-DETAIL                     VALUE 'D'.
               88  EX-TRAILER                    VALUE 'T'.
           05  EX-DATA                   PIC X(343).
       01  EXTRACT-HEADER-RECORD REDEFINES EXTRACT-RECORD.
           05  FILLER                    PIC X(1).
           05  EH-EXTRACT-SEQ            PIC 9(6).
           05  EH-RUN-DATE               PIC 9(8).
           05  FILLER                    PIC X(329).
       01  EXTRACT-DETAIL-RECORD REDEFINES EXTRACT-RECORD.
           05  FILLER                    PIC X(1).
           05  ED-ACTION-CODE            PIC X(1).
           05  ED-CUSTOMER-KEY           PIC X(6).
           05  ED-RECORD-IMAGE           PIC X(334).
           05  ED-SEGMENT-CODE           PIC X(2).
       01  EXTRACT-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
           05  FILLER                    PIC X(1).
           05  ET-EXTRACT-SEQ            PIC 9(6).
           05  ET-CHANGE-COUNT           PIC 9(7).
           05  ET-DELETE-COUNT           PIC 9(7).
           05  ET-TOTAL-COUNT            PIC 9(7).
           05  FILLER                    PIC X(309).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  CONTPREF-OK                    VALUE '00'.
           05  CONTPREF-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  CUSTSEG-ST                 PIC X(2).
               88  CUSTSEG-OK                     VALUE '00'.
           05  CUSTSEG-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  CUSTSEG-AVAILABLE              VALUE 'Y'.
           05  ENTRY-SUPPRESSED-WS        PIC X(1).
               88  ENTRY-SUPPRESSED               VALUE 'Y'.
           05  SUPPRESSED-COUNT-WS        PIC 9(5) VALUE ZERO.
               DISPLAY 'CONTACT PREF FILE UNAVAILABLE - NOTHING '
                   'SUPPRESSED THIS RUN'
           END-IF.
           OPEN INPUT CUSTSEG-FILE.
           IF CUSTSEG-OK
               MOVE 'Y' TO CUSTSEG-AVAILABLE-WS
           ELSE
               DISPLAY 'CUSTOMER SEGMENT FILE UNAVAILABLE - SEGMENT '
                   'CODE LEFT BLANK THIS RUN'
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-OK
               DISPLAY 'DELTA EXTRACT FILE OPEN PROBLEM'
           MOVE 'D' TO EX-RECORD-TYPE.
           MOVE CJ-FUNCTION     TO ED-ACTION-CODE.
           MOVE CJ-CUSTOMER-KEY TO ED-CUSTOMER-KEY.
           PERFORM 510-GET-SEGMENT-CODE.
      *    THE RECEIVERS GET THE RECORD AS IT NOW STANDS - EXCEPT ON
      *    A DELETE, WHERE THE BEFORE-IMAGE IS ALL THERE IS.
           IF CJ-DELETE
               MOVE 'DELTA EXTRACT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       510-GET-SEGMENT-CODE.
      *
           IF CUSTSEG-AVAILABLE
               MOVE CJ-CUST-ID TO CG-CUST-ID
               READ CUSTSEG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CUSTSEG-OK
                   MOVE CG-SEGMENT-CODE TO ED-SEGMENT-CODE
               END-IF
           END-IF.
      *
       700-WRITE-TRAILER.
      *
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           IF CUSTSEG-AVAILABLE
               CLOSE CUSTSEG-FILE
           END-IF.
           CLOSE JOURNAL-FILE, EXTRACT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.

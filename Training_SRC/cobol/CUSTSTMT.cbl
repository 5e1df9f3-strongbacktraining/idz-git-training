      * CUSTREC master, mirroring the kind of report INSURCOB already *
      * produces for claims, so account reps can hand a customer an   *
      * activity statement without querying the raw file by hand.     *
      * A customer whose mail the post office has returned (the        *
      * CONTPREF bad-address flag) gets no statement; the customer     *
      * is listed on the MAILSUPP mail-suppressed report instead.      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO CUSTSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT MAILSUPP-FILE
               ASSIGN TO MAILSUPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAILSUPP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE
       FD  PRINTFILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PRINT-LINE                    PIC X(200).
      *
      * CONTACT PREFERENCES - OPTIONAL: WITHOUT THE FILE EVERY
      * STATEMENT PRINTS.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  MAILSUPP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAILSUPP-PRINT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       01  CUST-REC-WS.
           COPY CUSTREC1.
               88  PRINTFILE-OK                   VALUE '00'.
           05  CUSTFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CUSTOMERS               VALUE 'Y'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CONTPREF-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  MAILSUPP-ST                PIC X(2).
               88  MAILSUPP-OK                    VALUE '00'.
           05  BAD-ADDRESS-WS             PIC X(1).
               88  BAD-ADDRESS                    VALUE 'Y'.
       01  SUPPRESSED-COUNT               PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
           COPY MAILSUPP.
       01  REPORT-FIELDS.
           05  LINE-COUNT                 PIC S9(2) VALUE +99.
           05  PAGE-COUNT                 PIC S9(2) VALUE ZEROS.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-CUSTOMER.
      *
       200-PROCESS-CUSTOMER.
      *
           PERFORM 450-CHECK-BAD-ADDRESS.
           IF BAD-ADDRESS
               PERFORM 650-WRITE-MAIL-SUPPRESSED
           ELSE
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 500-WRITE-HEADING-LINES
               END-IF
               PERFORM 600-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 400-READ-CUSTOMER.
      *
       300-OPEN-FILES.
           IF NOT PRINTFILE-OK
               DISPLAY 'ACTIVITY STATEMENT REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT CONTPREF-FILE.
           IF CONTPREF-OK
               MOVE 'Y' TO CONTPREF-AVAILABLE-WS
           ELSE
               DISPLAY 'CONTACT PREF FILE UNAVAILABLE - NOTHING '
                   'SUPPRESSED THIS RUN'
           END-IF.
           OPEN EXTEND MAILSUPP-FILE.
           IF NOT MAILSUPP-OK
               DISPLAY 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       400-READ-CUSTOMER.
      *
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.
      *
       450-CHECK-BAD-ADDRESS.
      *
           MOVE 'N' TO BAD-ADDRESS-WS.
           IF CONTPREF-AVAILABLE
               MOVE CUST-ID OF CUST-REC-WS TO CP-CUST-ID
               READ CONTPREF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTPREF-OK AND CP-BAD-ADDRESS
                   SET BAD-ADDRESS TO TRUE
               END-IF
           END-IF.
      *
       500-WRITE-HEADING-LINES.
      *
           WRITE PRINT-LINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
      *
       650-WRITE-MAIL-SUPPRESSED.
      *
           ADD 1 TO SUPPRESSED-COUNT.
           MOVE BD-BUSINESS-DATE TO MS-RUN-DATE.
           MOVE 'CUSTSTMT' TO MS-PROGRAM.
           MOVE CUST-ID OF CUST-REC-WS TO MS-CUST-ID.
           MOVE NAME OF CUST-REC-WS TO MS-NAME.
           MOVE 'ACTIVITY STATEMENT' TO MS-ITEM.
           MOVE CP-BAD-ADDRESS-DATE TO MS-BAD-SINCE.
           MOVE CP-RETURN-REASON TO MS-RETURN-REASON.
           WRITE MAILSUPP-PRINT-LINE FROM MAIL-SUPPRESSED-LINE.
      *
       900-WRAP-UP.
           IF SUPPRESSED-COUNT > ZERO
               DISPLAY 'CUSTSTMT: ' SUPPRESSED-COUNT
                   ' STATEMENTS HELD FOR BAD ADDRESS'
           END-IF.
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           CLOSE CUSTFILE, PRINTFILE, MAILSUPP-FILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.

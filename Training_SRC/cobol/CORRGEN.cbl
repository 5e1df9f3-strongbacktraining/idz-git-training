      * merge code naming the value appended to the line: N name,      *
      * A address, C city/state, P policy number, D event date,        *
      * M amount.  New letters are new template rows, not new code.    *
      * A member whose address the post office has returned (the       *
      * CONTPREF bad-address flag) gets no letter; it is listed on     *
      * the MAILSUPP mail-suppressed report instead.                   *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (LTRPRINT, LTRAUDIT, MAILSUPP)        *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
               ASSIGN TO UT-S-LTRAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LTRAUDIT-ST.
           SELECT MAILSUPP-FILE
               ASSIGN TO MAILSUPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAILSUPP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE
      * MEMBER GETS NO LETTER, AND THE AUDIT LOG SAYS WHY.
      * OPTIONAL: WITHOUT THE FILE NOTHING IS SUPPRESSED.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  LETTER-PRINT-FILE
           05  LA-CUST-ID                PIC X(5).
           05  LA-STATUS                 PIC X(24).
           05  FILLER                    PIC X(3).
      *
       FD  MAILSUPP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAILSUPP-PRINT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  LETTER-SUPPRESSED-WS       PIC X(1).
               88  LETTER-SUPPRESSED              VALUE 'Y'.
               88  LETTER-BAD-ADDRESS             VALUE 'B'.
           05  MAILSUPP-ST                PIC X(2).
               88  MAILSUPP-OK                    VALUE '00'.
      *
      * TEMPLATE LINE TABLE, LOADED AT STARTUP.  500 LINES COVERS
      * THE LETTER BOOK MANY TIMES OVER; OVERFLOW STOPS THE RUN.
           05  NO-CUSTOMER-COUNT          PIC 9(5) VALUE ZERO.
           05  NO-TEMPLATE-COUNT          PIC 9(5) VALUE ZERO.
           05  SUPPRESSED-COUNT           PIC 9(5) VALUE ZERO.
           05  BAD-ADDRESS-COUNT          PIC 9(5) VALUE ZERO.
       01  MERGE-WORK-WS.
           05  MERGE-VALUE-WS             PIC X(30).
           05  MERGE-DATE-OUT             PIC XXXX/XX/XX.
           05  MERGE-POLICY-OUT           PIC 9B999B999.
           05  MERGE-AMOUNT-OUT           PIC $$,$$$,$$9.99.
           COPY BUSDTCOB.
           COPY MAILSUPP.
      *
       PROCEDURE DIVISION.
      *
                   MOVE 'SUPPRESSED - OPT OUT' TO LA-STATUS
                   PERFORM 700-WRITE-AUDIT-RECORD
               ELSE
                   IF LETTER-BAD-ADDRESS
                       ADD 1 TO BAD-ADDRESS-COUNT
                       MOVE 'SUPPRESSED - BAD ADDRESS' TO LA-STATUS
                       PERFORM 700-WRITE-AUDIT-RECORD
                       PERFORM 720-WRITE-MAIL-SUPPRESSED
                   ELSE
                       PERFORM 600-PRINT-LETTER
                   END-IF
               END-IF
           END-IF.
           PERFORM 400-READ-EVENT.
               MOVE 'LTRAUDIT' TO EL-FILE-NAME
               MOVE LTRAUDIT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND MAILSUPP-FILE.
           IF NOT MAILSUPP-OK
               DISPLAY 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-LOAD-TEMPLATE.
      *
               IF CONTPREF-OK
                   AND (CP-DO-NOT-CONTACT OR CP-MAIL-SUPPRESSED)
                   SET LETTER-SUPPRESSED TO TRUE
               ELSE
                   IF CONTPREF-OK AND CP-BAD-ADDRESS
                       SET LETTER-BAD-ADDRESS TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
               MOVE 'LTRAUDIT' TO EL-FILE-NAME
               MOVE LTRAUDIT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       720-WRITE-MAIL-SUPPRESSED.
      *
           MOVE BD-BUSINESS-DATE TO MS-RUN-DATE.
           MOVE 'CORRGEN' TO MS-PROGRAM.
           MOVE CUST-ID OF CUST-MASTER-RECORD TO MS-CUST-ID.
           MOVE NAME OF CUST-MASTER-RECORD TO MS-NAME.
           MOVE SPACES TO MS-ITEM.
           STRING 'LETTER ' LE-EVENT-TYPE ' POLICY ' LE-POLICY-NO
               DELIMITED BY SIZE INTO MS-ITEM
           END-STRING.
           MOVE CP-BAD-ADDRESS-DATE TO MS-BAD-SINCE.
           MOVE CP-RETURN-REASON TO MS-RETURN-REASON.
           WRITE MAILSUPP-PRINT-LINE FROM MAIL-SUPPRESSED-LINE.
      *
       900-WRAP-UP.
           DISPLAY 'CORRGEN: EVENTS ' EVENTS-READ-COUNT
               ' NO-XREF ' NO-XREF-COUNT
               ' NO-CUST ' NO-CUSTOMER-COUNT
               ' NO-TMPL ' NO-TEMPLATE-COUNT
               ' SUPPRESSED ' SUPPRESSED-COUNT
               ' BAD ADDRESS ' BAD-ADDRESS-COUNT.
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           CLOSE TEMPLATE-FILE, EVENT-FILE, XREF-FILE, CUSTFILE,
                 LETTER-PRINT-FILE, AUDIT-LOG-FILE, MAILSUPP-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

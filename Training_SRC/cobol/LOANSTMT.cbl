      * shows the closing balance tied back to the loan master's       *
      * LM-CURRENT-BALANCE - a mismatch is flagged rather than         *
      * hidden.  Reconstructing a borrower's year used to mean         *
      * pulling twelve archived posting registers.  A borrower whose   *
      * mail the post office has returned (the CONTPREF bad-address    *
      * flag) gets no statement; it is listed on the MAILSUPP          *
      * mail-suppressed report instead.                                *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO LOANSRPT
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
       FD  LOAN-HISTORY-FILE
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
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
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
               88  PRINTFILE-OK                   VALUE '00'.
           05  LOANHIST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CONTPREF-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  MAILSUPP-ST                PIC X(2).
               88  MAILSUPP-OK                    VALUE '00'.
           05  STATEMENT-SUPPRESSED-WS    PIC X(1)  VALUE 'N'.
               88  STATEMENT-SUPPRESSED           VALUE 'Y'.
       01  STATEMENT-YEAR-WS              PIC 9(4).
       01  LOAN-BREAK-WS.
           05  PREV-LOAN-NO-WS            PIC 9(7) VALUE ZERO.
           05  LOAN-PAYMENT-COUNT         PIC 9(5)     VALUE ZERO.
       01  RUN-COUNTS-WS.
           05  STATEMENTS-COUNT           PIC 9(5) VALUE ZERO.
           05  SUPPRESSED-COUNT           PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
           COPY MAILSUPP.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "ANNUAL LOAN STATEMENTS - YEAR ".
           05  SD-PRINCIPAL      PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
       01  STATEMENT-MODIFICATION-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SM-POSTING-DATE   PIC XXXX/XX/XX.
           05  FILLER            PIC X(21) VALUE
                   "  LOAN MODIFIED  RATE".
           05  SM-OLD-RATE       PIC 9.99.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  SM-NEW-RATE       PIC 9.99.
           05  FILLER            PIC X(7)  VALUE "  TERM ".
           05  SM-OLD-TERM       PIC Z9.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  SM-NEW-TERM       PIC Z9.
           05  FILLER            PIC X(10) VALUE "  PAYMENT ".
           05  SM-NEW-PAYMENT    PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(14) VALUE
                   "  CAPITALIZED ".
           05  SM-CAPITALIZED    PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SM-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
       01  STATEMENT-EVENT-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SE-POSTING-DATE   PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SE-EVENT          PIC X(24).
           05  SE-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SE-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
       01  STATEMENT-TOTALS-LINE.
           05  FILLER            PIC X(12) VALUE "  PAYMENTS  ".
           05  ST-PAYMENTS       PIC ZZZZ9.
                   END-IF
                   PERFORM 500-OPEN-STATEMENT
               END-IF
               EVALUATE TRUE
                   WHEN LH-MODIFICATION-ENTRY
                       PERFORM 560-WRITE-MODIFICATION-LINE
                   WHEN LH-CHARGE-OFF-ENTRY OR LH-RECOVERY-ENTRY
                       PERFORM 570-WRITE-EVENT-LINE
                   WHEN OTHER
                       PERFORM 550-WRITE-PAYMENT-LINE
               END-EVALUATE
           END-IF.
           PERFORM 400-READ-HISTORY.
      *
               MOVE 'LOAN STATEMENT REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
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
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-HISTORY.
      *
                   MOVE 'LOAN NOT ON MASTER' TO LM-BORROWER-NAME
           END-READ.
           MOVE LM-BORROWER-NAME TO SH-BORROWER-NAME.
           PERFORM 510-CHECK-BAD-ADDRESS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
           MOVE STATEMENT-HEADER-LINE TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
      *
       510-CHECK-BAD-ADDRESS.
      *
      *    THE STATEMENT IS STILL BUILT SO THE TOTALS TIE, BUT NONE
      *    OF IT PRINTS FOR A BORROWER WHOSE MAIL COMES BACK.
           MOVE 'N' TO STATEMENT-SUPPRESSED-WS.
           IF CONTPREF-AVAILABLE AND LOANMAST-OK
               MOVE LM-BORROWER-CUST-ID TO CP-CUST-ID
               READ CONTPREF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTPREF-OK AND CP-BAD-ADDRESS
                   SET STATEMENT-SUPPRESSED TO TRUE
                   PERFORM 650-WRITE-MAIL-SUPPRESSED
               END-IF
           END-IF.
      *
       550-WRITE-PAYMENT-LINE.
      *
           MOVE LH-INTEREST-PORTION TO SD-INTEREST.
           MOVE LH-PRINCIPAL-PORTION TO SD-PRINCIPAL.
           MOVE LH-NEW-BALANCE TO SD-BALANCE.
           MOVE STATEMENT-DETAIL-LINE TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
      *
       560-WRITE-MODIFICATION-LINE.
      *
      *    A MODIFICATION MOVES NO CASH AND PAYS NO INTEREST - IT IS
      *    SHOWN FOR THE NEW TERMS, AND ANY CAPITALIZED INTEREST
      *    CARRIES INTO THE CLOSING BALANCE.
           MOVE LH-NEW-BALANCE TO LOAN-CLOSING-BALANCE.
           MOVE LH-POSTING-DATE TO SM-POSTING-DATE.
           MOVE LH-MOD-OLD-RATE TO SM-OLD-RATE.
           MOVE LH-MOD-NEW-RATE TO SM-NEW-RATE.
           MOVE LH-MOD-OLD-TERM TO SM-OLD-TERM.
           MOVE LH-MOD-NEW-TERM TO SM-NEW-TERM.
           MOVE LH-MOD-NEW-PAYMENT TO SM-NEW-PAYMENT.
           MOVE LH-MOD-CAPITALIZED TO SM-CAPITALIZED.
           MOVE LH-NEW-BALANCE TO SM-BALANCE.
           MOVE STATEMENT-MODIFICATION-LINE TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
      *
       570-WRITE-EVENT-LINE.
      *
      *    A CHARGE-OFF OR AN AGENCY RECOVERY IS NOT A PAYMENT ON
      *    THE LOAN AND PAYS NO INTEREST - SHOWN ON ITS OWN LINE
      *    WITH THE BALANCE THE BORROWER STILL OWES.
           MOVE LH-NEW-BALANCE TO LOAN-CLOSING-BALANCE.
           MOVE LH-POSTING-DATE TO SE-POSTING-DATE.
           IF LH-CHARGE-OFF-ENTRY
               MOVE 'LOAN CHARGED OFF' TO SE-EVENT
               MOVE LH-PRINCIPAL-PORTION TO SE-AMOUNT
           ELSE
               MOVE 'RECOVERY RECEIVED' TO SE-EVENT
               MOVE LH-PAYMENT-AMOUNT TO SE-AMOUNT
           END-IF.
           MOVE LH-NEW-BALANCE TO SE-BALANCE.
           MOVE STATEMENT-EVENT-LINE TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
      *
       590-PRINT-STATEMENT-LINE.
      *
           IF NOT STATEMENT-SUPPRESSED
               WRITE PRINT-LINE
           END-IF.
      *
       600-CLOSE-STATEMENT.
      *
           IF STATEMENT-SUPPRESSED
               ADD 1 TO SUPPRESSED-COUNT
           ELSE
               ADD 1 TO STATEMENTS-COUNT
           END-IF.
           MOVE LOAN-PAYMENT-COUNT TO ST-PAYMENTS.
           MOVE LOAN-INTEREST-TOTAL TO ST-INTEREST.
           MOVE LOAN-CLOSING-BALANCE TO ST-BALANCE.
           ELSE
               MOVE 'MASTER BALANCE DIFFERS' TO ST-TIE-FLAG
           END-IF.
           MOVE STATEMENT-TOTALS-LINE TO PRINT-LINE.
           PERFORM 590-PRINT-STATEMENT-LINE.
      *
       650-WRITE-MAIL-SUPPRESSED.
      *
           MOVE BD-BUSINESS-DATE TO MS-RUN-DATE.
           MOVE 'LOANSTMT' TO MS-PROGRAM.
           MOVE LM-BORROWER-CUST-ID TO MS-CUST-ID.
           MOVE LM-BORROWER-NAME TO MS-NAME.
           MOVE SPACES TO MS-ITEM.
           STRING 'LOAN STATEMENT ' LM-LOAN-NO
               DELIMITED BY SIZE INTO MS-ITEM
           END-STRING.
           MOVE CP-BAD-ADDRESS-DATE TO MS-BAD-SINCE.
           MOVE CP-RETURN-REASON TO MS-RETURN-REASON.
           WRITE MAILSUPP-PRINT-LINE FROM MAIL-SUPPRESSED-LINE.
      *
       900-WRAP-UP.
           DISPLAY 'LOANSTMT: STATEMENTS PRINTED ' STATEMENTS-COUNT.
           DISPLAY 'LOANSTMT: HELD - BAD ADDRESS ' SUPPRESSED-COUNT.
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           CLOSE LOAN-HISTORY-FILE, LOANMAST-FILE, PRINTFILE,
               MAILSUPP-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

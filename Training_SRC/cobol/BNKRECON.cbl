      ******************************************************************
      * BNKRECON                                                       *
      * Bank reconciliation for the operating account.  Reads the      *
      * statement BNKLOAD proved (BNKITEM) and matches it to the       *
      * books.  Every debit carrying a hub reference is matched to     *
      * its PAYMAST payment by reference and amount, and a matched     *
      * payment still shown as issued or stale is marked cleared.      *
      * Credits are matched to the book deposits: lockbox deposits by  *
      * batch number and amount against the day's LOCKBOX batches      *
      * (whose cash LBXLOAD feeds to the GL itself),                   *
      * other deposits by amount against the cash the posting runs     *
      * fed to the GL (LOANPOST, LOANRCV, PATPAY ... one deposit per   *
      * run), oldest deposit in transit first.  Bank fees, returned    *
      * items and anything that does not match go to the exceptions    *
      * list.  Payments still outstanding are listed from PAYMAST,     *
      * and book deposits the bank has not credited are listed and     *
      * carried forward (BNKDIT) to be matched again next run.         *
      *                                                                *
      * The standard reconciliation closes the report: the bank's      *
      * closing balance plus deposits in transit less outstanding      *
      * checks must equal the CASH account's GLBAL balance through     *
      * the statement month adjusted for the bank items not yet on     *
      * the books.  When they differ the run ends RETURN-CODE 8.       *
      * The cash account defaults to CASH (GETPARM CASH-ACCT).         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (BNKRRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRECON.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNKITEM-FILE
               ASSIGN TO UT-S-BNKITEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BNKITEM-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT LOCKBOX-FILE
               ASSIGN TO UT-S-LOCKBOX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT DIT-IN-FILE
               ASSIGN TO UT-S-DITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DITIN-ST.
           SELECT DIT-OUT-FILE
               ASSIGN TO UT-S-DITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DITOUT-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT PRINTFILE
               ASSIGN TO BNKRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BNKITEM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BNKSTMT.
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
      * THE DAY'S LOCKBOX TRANSMISSION - ONLY THE BATCH RECORDS,
      * ONE BANK DEPOSIT EACH, ARE USED HERE.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOCKBOX.
      *
      * THE DAY'S CONCATENATED GL FEEDS - A RECORD DEBITING THE
      * CASH ACCOUNT IS CASH A POSTING RUN TOOK IN.
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
      * LAST RUN'S DEPOSITS IN TRANSIT COME BACK IN AHEAD OF THE
      * DAY'S DEPOSITS; THE ONES STILL UNMATCHED GO OUT AGAIN.
       FD  DIT-IN-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BNKDIT.
      *
       FD  DIT-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DIT-OUT-RECORD                PIC X(40).
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  BNKITEM-ST                 PIC X(2).
               88  BNKITEM-OK                     VALUE '00'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  LOCKBOX-ST                 PIC X(2).
               88  LOCKBOX-OK                     VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  DITIN-ST                   PIC X(2).
               88  DITIN-OK                       VALUE '00'.
           05  DITOUT-ST                  PIC X(2).
               88  DITOUT-OK                      VALUE '00'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BNKITEM-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-ITEMS                  VALUE 'Y'.
           05  LOCKBOX-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOCKBOX                VALUE 'Y'.
           05  GLFEED-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-FEED                   VALUE 'Y'.
           05  DITIN-EOF-WS               PIC X(1)  VALUE 'N'.
               88  NO-MORE-CARRIED                VALUE 'Y'.
           05  BROWSE-DONE-WS             PIC X(1).
               88  BROWSE-DONE                    VALUE 'Y'.
           05  DEPOSIT-FOUND-WS           PIC X(1).
               88  DEPOSIT-FOUND                  VALUE 'Y'.
           05  RECONCILED-WS              PIC X(1)  VALUE 'Y'.
               88  RECONCILED                     VALUE 'Y'.
       01  CASH-ACCOUNT-WS                PIC X(8)  VALUE 'CASH'.
       01  STATEMENT-WORK-WS.
           05  STATEMENT-DATE-WS          PIC 9(8).
           05  STATEMENT-PERIOD-WS REDEFINES STATEMENT-DATE-WS.
               10  STATEMENT-CCYYMM-WS    PIC 9(6).
               10  FILLER                 PIC 9(2).
           05  BANK-CLOSING-WS            PIC S9(11)V99.
      *
      * THE BOOK DEPOSITS - CARRIED DEPOSITS IN TRANSIT FIRST, THEN
      * THE DAY'S LOCKBOX BATCHES AND POSTING-RUN CASH.
       01  DEPOSIT-TABLE-WS.
           05  DEPOSIT-COUNT              PIC 9(4) VALUE ZERO.
           05  DEPOSIT-ENTRY OCCURS 2000.
               10  DP-SOURCE              PIC X(8).
               10  DP-REFERENCE           PIC 9(9).
               10  DP-DEPOSIT-DATE        PIC 9(8).
               10  DP-AMOUNT              PIC S9(11)V99.
               10  DP-MATCHED-WS          PIC X(1).
                   88  DP-MATCHED                 VALUE 'Y'.
       01  DP-SUB                         PIC 9(4).
       01  DP-FOUND-SUB                   PIC 9(4).
       01  CARRIED-COUNT                  PIC 9(4) VALUE ZERO.
       01  EXCEPTION-REASON-WS            PIC X(30).
       01  RECON-TOTALS-WS.
           05  ITEMS-READ-COUNT           PIC 9(5) VALUE ZERO.
           05  DEBITS-MATCHED-COUNT       PIC 9(5) VALUE ZERO.
           05  DEBITS-MATCHED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  CREDITS-MATCHED-COUNT      PIC 9(5) VALUE ZERO.
           05  CREDITS-MATCHED-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.
           05  BANK-CREDITS-UNBOOKED      PIC S9(11)V99 VALUE ZERO.
           05  BANK-FEES-UNBOOKED         PIC S9(11)V99 VALUE ZERO.
           05  BANK-DEBITS-UNBOOKED       PIC S9(11)V99 VALUE ZERO.
           05  OUTSTANDING-COUNT          PIC 9(5) VALUE ZERO.
           05  OUTSTANDING-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  IN-TRANSIT-COUNT           PIC 9(5) VALUE ZERO.
           05  IN-TRANSIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  GL-CASH-BALANCE            PIC S9(13)V99 VALUE ZERO.
           05  ADJUSTED-BANK-BALANCE      PIC S9(13)V99 VALUE ZERO.
           05  ADJUSTED-BOOK-BALANCE      PIC S9(13)V99 VALUE ZERO.
           05  RECON-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(22) VALUE
                   "BANK RECONCILIATION - ".
           05  HL-BANK-ACCOUNT   PIC X(17).
           05  FILLER            PIC X(13) VALUE "  STATEMENT  ".
           05  HL-STATEMENT-DATE PIC 9999/99/99.
           05  FILLER            PIC X(16) VALUE "  CASH ACCOUNT  ".
           05  HL-CASH-ACCOUNT   PIC X(8).
       01  SECTION-HEADING-LINE.
           05  SH-TITLE          PIC X(60).
       01  EXCEPTION-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "ITEM".
           05  FILLER            PIC X(9)  VALUE "DR/CR TYP".
           05  FILLER            PIC X(17) VALUE " BANK REFERENCE".
           05  FILLER            PIC X(12) VALUE " OUR REF".
           05  FILLER            PIC X(16) VALUE "          AMOUNT".
           05  FILLER            PIC X(8)  VALUE "  REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  XL-SEQ-NO         PIC 9(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  XL-DEBIT-CREDIT   PIC X(1).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  XL-TYPE-CODE      PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  XL-BANK-REF       PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  XL-CUSTOMER-REF   PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  XL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  XL-REASON         PIC X(30).
       01  OUTSTANDING-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "PAYMENT REF".
           05  FILLER            PIC X(10) VALUE " SOURCE".
           05  FILLER            PIC X(27) VALUE "PAYEE".
           05  FILLER            PIC X(12) VALUE "ISSUED".
           05  FILLER            PIC X(16) VALUE "          AMOUNT".
           05  FILLER            PIC X(8)  VALUE "  STATUS".
       01  OUTSTANDING-DETAIL-LINE.
           05  OL-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-SOURCE-SYSTEM  PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-ISSUE-DATE     PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-STATUS         PIC X(6).
       01  TRANSIT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "SOURCE".
           05  FILLER            PIC X(11) VALUE "REFERENCE".
           05  FILLER            PIC X(12) VALUE "DEPOSITED".
           05  FILLER            PIC X(16) VALUE "          AMOUNT".
       01  TRANSIT-DETAIL-LINE.
           05  TL-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TL-REFERENCE      PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TL-DEPOSIT-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  COUNT-LINE.
           05  CL-LABEL          PIC X(34).
           05  CL-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
       01  RECON-LINE.
           05  RL-LABEL          PIC X(50).
           05  RL-AMOUNT         PIC $$,$$$,$$$,$$$,$$9.99-.
       01  RECON-STATUS-LINE.
           05  FILLER            PIC X(17) VALUE "RECONCILIATION - ".
           05  RS-STATUS         PIC X(40).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-MATCH-STATEMENT-ITEM UNTIL NO-MORE-ITEMS.
           PERFORM 500-LIST-OUTSTANDING-CHECKS.
           PERFORM 600-LIST-DEPOSITS-IN-TRANSIT.
           PERFORM 650-GET-GL-CASH-BALANCE.
           PERFORM 700-WRITE-RECONCILIATION.
           PERFORM 900-WRAP-UP.
           IF NOT RECONCILED
               DISPLAY 'BNKRECON: ADJUSTED BANK AND BOOK BALANCES '
                   'DIFFER - NOT RECONCILED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'BNKRECON' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'BNKRECON' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'CASH-ACCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:8) NOT = SPACES
               MOVE GP-PARM-VALUE(1:8) TO CASH-ACCOUNT-WS
           END-IF.
           PERFORM 300-OPEN-FILES.
           PERFORM 200-LOAD-CARRIED-DEPOSIT UNTIL NO-MORE-CARRIED.
           MOVE DEPOSIT-COUNT TO CARRIED-COUNT.
           PERFORM 210-LOAD-LOCKBOX-BATCH UNTIL NO-MORE-LOCKBOX.
           PERFORM 220-LOAD-CASH-POSTING UNTIL NO-MORE-FEED.
           PERFORM 310-READ-STATEMENT-SUMMARY.
           MOVE CASH-ACCOUNT-WS TO HL-CASH-ACCOUNT.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'STATEMENT ITEMS NOT MATCHED TO THE BOOKS (EXCEPTIONS)'
               TO SH-TITLE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM EXCEPTION-HEADING-LINE.
           PERFORM 320-READ-STATEMENT-ITEM.
      *
       200-LOAD-CARRIED-DEPOSIT.
      *
           READ DIT-IN-FILE
               AT END
                   SET NO-MORE-CARRIED TO TRUE
               NOT AT END
                   PERFORM 230-CHECK-TABLE-ROOM
                   ADD 1 TO DEPOSIT-COUNT
                   MOVE DT-SOURCE TO DP-SOURCE(DEPOSIT-COUNT)
                   MOVE DT-REFERENCE TO DP-REFERENCE(DEPOSIT-COUNT)
                   MOVE DT-DEPOSIT-DATE
                       TO DP-DEPOSIT-DATE(DEPOSIT-COUNT)
                   MOVE DT-AMOUNT TO DP-AMOUNT(DEPOSIT-COUNT)
                   MOVE 'N' TO DP-MATCHED-WS(DEPOSIT-COUNT)
           END-READ.
      *
       210-LOAD-LOCKBOX-BATCH.
      *
           READ LOCKBOX-FILE
               AT END
                   SET NO-MORE-LOCKBOX TO TRUE
               NOT AT END
                   IF LX-BATCH-HEADER
                       PERFORM 230-CHECK-TABLE-ROOM
                       ADD 1 TO DEPOSIT-COUNT
                       MOVE 'LOCKBOX' TO DP-SOURCE(DEPOSIT-COUNT)
                       MOVE LX-BATCH-NO
                           TO DP-REFERENCE(DEPOSIT-COUNT)
                       MOVE LX-DEPOSIT-DATE
                           TO DP-DEPOSIT-DATE(DEPOSIT-COUNT)
                       MOVE LX-BATCH-TOTAL
                           TO DP-AMOUNT(DEPOSIT-COUNT)
                       MOVE 'N' TO DP-MATCHED-WS(DEPOSIT-COUNT)
                   END-IF
           END-READ.
      *
       220-LOAD-CASH-POSTING.
      *
      *    A POSTING RUN BANKS ITS CASH AS ONE DEPOSIT, SO EVERY
      *    CASH DEBIT FROM THE SAME SOURCE (LOANPOST'S PRINCIPAL AND
      *    INTEREST, SAY) ADDS INTO ONE BOOK DEPOSIT FOR THE DAY.
      *    LBXLOAD'S CASH DEBIT IS ALREADY HERE BATCH BY BATCH FROM
      *    THE LOCKBOX FILE AND IS NOT COUNTED A SECOND TIME.
           READ GL-FEED-FILE
               AT END
                   SET NO-MORE-FEED TO TRUE
               NOT AT END
                   IF GF-DEBIT-ACCOUNT = CASH-ACCOUNT-WS
                       AND GF-AMOUNT NOT = ZERO
                       AND GF-SOURCE-SYSTEM NOT = 'LOCKBOX'
                       MOVE 'N' TO DEPOSIT-FOUND-WS
                       COMPUTE DP-SUB = CARRIED-COUNT + 1
                       PERFORM 225-FIND-RUN-DEPOSIT
                           UNTIL DP-SUB > DEPOSIT-COUNT
                              OR DEPOSIT-FOUND
                       IF DEPOSIT-FOUND
                           ADD GF-AMOUNT TO DP-AMOUNT(DP-FOUND-SUB)
                       ELSE
                           PERFORM 230-CHECK-TABLE-ROOM
                           ADD 1 TO DEPOSIT-COUNT
                           MOVE GF-SOURCE-SYSTEM
                               TO DP-SOURCE(DEPOSIT-COUNT)
                           MOVE ZERO TO DP-REFERENCE(DEPOSIT-COUNT)
                           MOVE BD-BUSINESS-DATE
                               TO DP-DEPOSIT-DATE(DEPOSIT-COUNT)
                           MOVE GF-AMOUNT TO DP-AMOUNT(DEPOSIT-COUNT)
                           MOVE 'N' TO DP-MATCHED-WS(DEPOSIT-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
       225-FIND-RUN-DEPOSIT.
      *
           IF DP-SOURCE(DP-SUB) = GF-SOURCE-SYSTEM
               MOVE 'Y' TO DEPOSIT-FOUND-WS
               MOVE DP-SUB TO DP-FOUND-SUB
           ELSE
               ADD 1 TO DP-SUB
           END-IF.
      *
       230-CHECK-TABLE-ROOM.
      *
           IF DEPOSIT-COUNT >= 2000
               DISPLAY 'BNKRECON: DEPOSIT TABLE OVERFLOW'
               MOVE '230-CHECK-TABLE-ROOM' TO EL-PARAGRAPH
               MOVE 'BNKRECON: DEPOSIT TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT BNKITEM-FILE.
           IF NOT BNKITEM-OK
               DISPLAY 'BANK ITEM FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BANK ITEM FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BNKITEM' TO EL-FILE-NAME
               MOVE BNKITEM-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O PAYMENT-MASTER-FILE.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT LOCKBOX-FILE.
           IF NOT LOCKBOX-OK
               DISPLAY 'LOCKBOX FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOCKBOX FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOCKBOX' TO EL-FILE-NAME
               MOVE LOCKBOX-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT DIT-IN-FILE.
           IF NOT DITIN-OK
               DISPLAY 'DEPOSITS IN TRANSIT INPUT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DEPOSITS IN TRANSIT INPUT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DITIN' TO EL-FILE-NAME
               MOVE DITIN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT DIT-OUT-FILE.
           IF NOT DITOUT-OK
               DISPLAY 'DEPOSITS IN TRANSIT OUTPUT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DEPOSITS IN TRANSIT OUTPUT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DITOUT' TO EL-FILE-NAME
               MOVE DITOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT GLBAL-FILE.
           IF NOT GLBAL-OK
               DISPLAY 'GL BALANCES FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BALANCES FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BANK RECONCILIATION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BANK RECONCILIATION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-STATEMENT-SUMMARY.
      *
           READ BNKITEM-FILE
               AT END
                   DISPLAY 'BANK ITEM FILE IS EMPTY'
                   MOVE '310-READ-STATEMENT-SUMMARY'
                      TO EL-PARAGRAPH
                   MOVE 'BANK ITEM FILE IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
           IF NOT BS-STATEMENT
               DISPLAY 'BANK ITEM FILE DOES NOT START WITH STATEMENT'
               MOVE '310-READ-STATEMENT-SUMMARY'
                  TO EL-PARAGRAPH
               MOVE 'BANK STATEMENT RECORD MISSING'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE BS-STATEMENT-DATE TO STATEMENT-DATE-WS,
               HL-STATEMENT-DATE.
           MOVE BS-CLOSING-BALANCE TO BANK-CLOSING-WS.
           MOVE BS-BANK-ACCOUNT TO HL-BANK-ACCOUNT.
      *
       320-READ-STATEMENT-ITEM.
      *
           READ BNKITEM-FILE
               AT END
                   SET NO-MORE-ITEMS TO TRUE
           END-READ.
      *
       400-MATCH-STATEMENT-ITEM.
      *
           ADD 1 TO ITEMS-READ-COUNT.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           EVALUATE TRUE
               WHEN BS-DEBIT AND BS-BANK-FEE
                   ADD BS-AMOUNT TO BANK-FEES-UNBOOKED
                   MOVE 'BANK FEE - NOT ON BOOKS'
                       TO EXCEPTION-REASON-WS
               WHEN BS-DEBIT AND BS-RETURNED-ITEM
                   ADD BS-AMOUNT TO BANK-DEBITS-UNBOOKED
                   MOVE 'RETURNED ITEM - NOT ON BOOKS'
                       TO EXCEPTION-REASON-WS
               WHEN BS-DEBIT
                   PERFORM 410-MATCH-PAYMENT
               WHEN BS-CREDIT
                   PERFORM 420-MATCH-DEPOSIT
           END-EVALUATE.
           IF EXCEPTION-REASON-WS NOT = SPACES
               PERFORM 450-WRITE-EXCEPTION
           END-IF.
           PERFORM 320-READ-STATEMENT-ITEM.
      *
       410-MATCH-PAYMENT.
      *
           IF BS-CUSTOMER-REF NOT = ZERO
               MOVE BS-CUSTOMER-REF TO TD-PAYMENT-REF
               READ PAYMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN BS-CUSTOMER-REF = ZERO
                   MOVE 'DEBIT WITH NO PAYMENT REFERENCE'
                       TO EXCEPTION-REASON-WS
               WHEN NOT PAYMAST-OK
                   MOVE 'PAYMENT NOT ON PAYMAST'
                       TO EXCEPTION-REASON-WS
               WHEN TD-AMOUNT NOT = BS-AMOUNT
                   MOVE 'AMOUNT DIFFERS FROM PAYMENT'
                       TO EXCEPTION-REASON-WS
               WHEN NOT TD-ISSUED AND NOT TD-STALE AND NOT TD-CLEARED
                   MOVE 'PAYMENT NOT ISSUED TO BANK'
                       TO EXCEPTION-REASON-WS
               WHEN OTHER
                   ADD 1 TO DEBITS-MATCHED-COUNT
                   ADD BS-AMOUNT TO DEBITS-MATCHED-TOTAL
                   IF NOT TD-CLEARED
                       PERFORM 415-CLEAR-PAYMENT
                   END-IF
           END-EVALUATE.
           IF EXCEPTION-REASON-WS NOT = SPACES
               ADD BS-AMOUNT TO BANK-DEBITS-UNBOOKED
           END-IF.
      *
       415-CLEAR-PAYMENT.
      *
      *    THE STATEMENT IS THE BANK'S WORD THAT IT CLEARED, WHETHER
      *    OR NOT TREASACK HAS SEEN THE ACKNOWLEDGEMENT YET.
           SET TD-CLEARED TO TRUE.
           MOVE BS-VALUE-DATE TO TD-CLEARED-DATE.
           REWRITE PAYMENT-MASTER-RECORD.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER REWRITE PROBLEM'
               MOVE '415-CLEAR-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       420-MATCH-DEPOSIT.
      *
           MOVE 'N' TO DEPOSIT-FOUND-WS.
           MOVE 1 TO DP-SUB.
           PERFORM 425-FIND-BOOK-DEPOSIT
               UNTIL DP-SUB > DEPOSIT-COUNT OR DEPOSIT-FOUND.
           IF DEPOSIT-FOUND
               MOVE 'Y' TO DP-MATCHED-WS(DP-FOUND-SUB)
               ADD 1 TO CREDITS-MATCHED-COUNT
               ADD BS-AMOUNT TO CREDITS-MATCHED-TOTAL
           ELSE
               ADD BS-AMOUNT TO BANK-CREDITS-UNBOOKED
               IF BS-INTEREST-EARNED
                   MOVE 'BANK INTEREST - NOT ON BOOKS'
                       TO EXCEPTION-REASON-WS
               ELSE
                   MOVE 'CREDIT NOT MATCHED TO A DEPOSIT'
                       TO EXCEPTION-REASON-WS
               END-IF
           END-IF.
      *
       425-FIND-BOOK-DEPOSIT.
      *
      *    A LOCKBOX CREDIT MUST NAME ITS BATCH; ANY OTHER CREDIT
      *    TAKES THE OLDEST UNMATCHED POSTING-RUN DEPOSIT OF ITS
      *    AMOUNT.
           IF NOT DP-MATCHED(DP-SUB)
               AND DP-AMOUNT(DP-SUB) = BS-AMOUNT
               AND ((BS-LOCKBOX-DEPOSIT
                     AND DP-SOURCE(DP-SUB) = 'LOCKBOX'
                     AND DP-REFERENCE(DP-SUB) = BS-CUSTOMER-REF)
                 OR (NOT BS-LOCKBOX-DEPOSIT
                     AND DP-SOURCE(DP-SUB) NOT = 'LOCKBOX'))
               MOVE 'Y' TO DEPOSIT-FOUND-WS
               MOVE DP-SUB TO DP-FOUND-SUB
           ELSE
               ADD 1 TO DP-SUB
           END-IF.
      *
       450-WRITE-EXCEPTION.
      *
           ADD 1 TO EXCEPTION-COUNT.
           MOVE BS-ITEM-SEQ-NO TO XL-SEQ-NO.
           MOVE BS-DEBIT-CREDIT TO XL-DEBIT-CREDIT.
           MOVE BS-TYPE-CODE TO XL-TYPE-CODE.
           MOVE BS-BANK-REF TO XL-BANK-REF.
           MOVE BS-CUSTOMER-REF TO XL-CUSTOMER-REF.
           MOVE BS-AMOUNT TO XL-AMOUNT.
           MOVE EXCEPTION-REASON-WS TO XL-REASON.
           WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE.
      *
       500-LIST-OUTSTANDING-CHECKS.
      *
      *    WHAT WAS SENT TO THE BANK ON OR BEFORE THE STATEMENT DATE
      *    AND HAS NOT CLEARED.  HELD AND BLOCKED PAYMENTS NEVER
      *    REACHED THE BANK, AND REISSUED OR ESCHEATED ONES ARE NO
      *    LONGER CHARGEABLE TO THE ACCOUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'OUTSTANDING CHECKS AND PAYMENTS' TO SH-TITLE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM OUTSTANDING-HEADING-LINE.
           MOVE 'N' TO BROWSE-DONE-WS.
           MOVE ZERO TO TD-PAYMENT-REF.
           START PAYMENT-MASTER-FILE KEY >= TD-PAYMENT-REF
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 510-CHECK-PAYMENT UNTIL BROWSE-DONE.
      *
       510-CHECK-PAYMENT.
      *
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF (TD-ISSUED OR TD-STALE)
                       AND TD-ISSUE-DATE NOT > STATEMENT-DATE-WS
                       ADD 1 TO OUTSTANDING-COUNT
                       ADD TD-AMOUNT TO OUTSTANDING-TOTAL
                       MOVE TD-PAYMENT-REF TO OL-PAYMENT-REF
                       MOVE TD-SOURCE-SYSTEM TO OL-SOURCE-SYSTEM
                       MOVE TD-PAYEE-NAME TO OL-PAYEE-NAME
                       MOVE TD-ISSUE-DATE TO OL-ISSUE-DATE
                       MOVE TD-AMOUNT TO OL-AMOUNT
                       IF TD-STALE
                           MOVE 'STALE' TO OL-STATUS
                       ELSE
                           MOVE 'ISSUED' TO OL-STATUS
                       END-IF
                       WRITE PRINT-LINE FROM OUTSTANDING-DETAIL-LINE
                   END-IF
           END-READ.
      *
       600-LIST-DEPOSITS-IN-TRANSIT.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'DEPOSITS IN TRANSIT' TO SH-TITLE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM TRANSIT-HEADING-LINE.
           PERFORM 610-CARRY-DEPOSIT
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DEPOSIT-COUNT.
      *
       610-CARRY-DEPOSIT.
      *
           IF NOT DP-MATCHED(DP-SUB)
               ADD 1 TO IN-TRANSIT-COUNT
               ADD DP-AMOUNT(DP-SUB) TO IN-TRANSIT-TOTAL
               MOVE DP-SOURCE(DP-SUB) TO TL-SOURCE
               MOVE DP-REFERENCE(DP-SUB) TO TL-REFERENCE
               MOVE DP-DEPOSIT-DATE(DP-SUB) TO TL-DEPOSIT-DATE
               MOVE DP-AMOUNT(DP-SUB) TO TL-AMOUNT
               WRITE PRINT-LINE FROM TRANSIT-DETAIL-LINE
               MOVE SPACES TO DEPOSIT-IN-TRANSIT-RECORD
               MOVE DP-SOURCE(DP-SUB) TO DT-SOURCE
               MOVE DP-REFERENCE(DP-SUB) TO DT-REFERENCE
               MOVE DP-DEPOSIT-DATE(DP-SUB) TO DT-DEPOSIT-DATE
               MOVE DP-AMOUNT(DP-SUB) TO DT-AMOUNT
               WRITE DIT-OUT-RECORD FROM DEPOSIT-IN-TRANSIT-RECORD
               IF NOT DITOUT-OK
                   DISPLAY 'DEPOSITS IN TRANSIT WRITE PROBLEM'
                   MOVE '610-CARRY-DEPOSIT'
                      TO EL-PARAGRAPH
                   MOVE 'DEPOSITS IN TRANSIT WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'DITOUT' TO EL-FILE-NAME
                   MOVE DITOUT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       650-GET-GL-CASH-BALANCE.
      *
      *    THE CASH ACCOUNT'S BALANCE IS EVERY PERIOD ROW UP TO AND
      *    INCLUDING THE STATEMENT MONTH.
           MOVE 'N' TO BROWSE-DONE-WS.
           MOVE CASH-ACCOUNT-WS TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           START GLBAL-FILE KEY >= GB-BALANCE-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 655-ADD-CASH-ROW UNTIL BROWSE-DONE.
      *
       655-ADD-CASH-ROW.
      *
           READ GLBAL-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF GB-ACCOUNT NOT = CASH-ACCOUNT-WS
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       IF GB-PERIOD NOT > STATEMENT-CCYYMM-WS
                           COMPUTE GL-CASH-BALANCE = GL-CASH-BALANCE
                               + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                       END-IF
                   END-IF
           END-READ.
      *
       700-WRITE-RECONCILIATION.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'MATCHING SUMMARY' TO SH-TITLE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           MOVE 'STATEMENT ITEMS READ' TO CL-LABEL.
           MOVE ITEMS-READ-COUNT TO CL-COUNT.
           MOVE ZERO TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE 'DEBITS MATCHED TO PAYMAST' TO CL-LABEL.
           MOVE DEBITS-MATCHED-COUNT TO CL-COUNT.
           MOVE DEBITS-MATCHED-TOTAL TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE 'CREDITS MATCHED TO BOOK DEPOSITS' TO CL-LABEL.
           MOVE CREDITS-MATCHED-COUNT TO CL-COUNT.
           MOVE CREDITS-MATCHED-TOTAL TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE 'EXCEPTIONS' TO CL-LABEL.
           MOVE EXCEPTION-COUNT TO CL-COUNT.
           MOVE ZERO TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE 'OUTSTANDING CHECKS AND PAYMENTS' TO CL-LABEL.
           MOVE OUTSTANDING-COUNT TO CL-COUNT.
           MOVE OUTSTANDING-TOTAL TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE 'DEPOSITS IN TRANSIT' TO CL-LABEL.
           MOVE IN-TRANSIT-COUNT TO CL-COUNT.
           MOVE IN-TRANSIT-TOTAL TO CL-AMOUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
      *    THE STANDARD TWO-SIDED RECONCILIATION.
           COMPUTE ADJUSTED-BANK-BALANCE = BANK-CLOSING-WS
               + IN-TRANSIT-TOTAL - OUTSTANDING-TOTAL.
           COMPUTE ADJUSTED-BOOK-BALANCE = GL-CASH-BALANCE
               + BANK-CREDITS-UNBOOKED - BANK-FEES-UNBOOKED
               - BANK-DEBITS-UNBOOKED.
           COMPUTE RECON-DIFFERENCE =
               ADJUSTED-BANK-BALANCE - ADJUSTED-BOOK-BALANCE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'RECONCILIATION' TO SH-TITLE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           MOVE 'BALANCE PER BANK STATEMENT' TO RL-LABEL.
           MOVE BANK-CLOSING-WS TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE '  ADD DEPOSITS IN TRANSIT' TO RL-LABEL.
           MOVE IN-TRANSIT-TOTAL TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE '  LESS OUTSTANDING CHECKS AND PAYMENTS' TO RL-LABEL.
           MOVE OUTSTANDING-TOTAL TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE 'ADJUSTED BANK BALANCE' TO RL-LABEL.
           MOVE ADJUSTED-BANK-BALANCE TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'BALANCE PER GENERAL LEDGER' TO RL-LABEL.
           MOVE GL-CASH-BALANCE TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE '  ADD BANK CREDITS NOT ON THE BOOKS' TO RL-LABEL.
           MOVE BANK-CREDITS-UNBOOKED TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE '  LESS BANK FEES' TO RL-LABEL.
           MOVE BANK-FEES-UNBOOKED TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE '  LESS RETURNED ITEMS AND OTHER BANK DEBITS'
               TO RL-LABEL.
           MOVE BANK-DEBITS-UNBOOKED TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE 'ADJUSTED BOOK BALANCE' TO RL-LABEL.
           MOVE ADJUSTED-BOOK-BALANCE TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'DIFFERENCE' TO RL-LABEL.
           MOVE RECON-DIFFERENCE TO RL-AMOUNT.
           WRITE PRINT-LINE FROM RECON-LINE.
           IF RECON-DIFFERENCE = ZERO
               MOVE 'ADJUSTED BALANCES AGREE' TO RS-STATUS
           ELSE
               MOVE 'N' TO RECONCILED-WS
               MOVE 'ADJUSTED BALANCES DIFFER' TO RS-STATUS
           END-IF.
           WRITE PRINT-LINE FROM RECON-STATUS-LINE.
      *
       900-WRAP-UP.
           CLOSE BNKITEM-FILE, PAYMENT-MASTER-FILE, LOCKBOX-FILE,
                 GL-FEED-FILE, DIT-IN-FILE, DIT-OUT-FILE, GLBAL-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * SUPLREVL                                                       *
      * Month-end revaluation of open foreign-currency supplier        *
      * balances.  SUPLPOST carries each foreign supplier's open       *
      * balance twice - in dollars across the current balance and      *
      * the aging bands, at the rates of the days the money posted,    *
      * and in the supplier's own currency in SUPPLR-BAL-FOREIGN-NET.  *
      * This run converts the foreign open balance through CURRCONV    *
      * at the business-date rate and books the difference to the      *
      * current balance: a higher dollar liability is an unrealized    *
      * exchange loss, a lower one a gain.  The run's loss and gain    *
      * totals go to the GL feed for GLPOST, and a register lists      *
      * every supplier revalued.  A currency with no rate on file is   *
      * listed and left at its carried value.                          *
      * A supplier settled in full in its own currency can still carry *
      * dollars - the rate it was paid at differed from the rate it    *
      * was booked at.  That residual is the realized exchange gain or *
      * loss: the dollar balance is cleared to zero and the residual   *
      * is fed to the same FXGAIN/FXLOSS accounts, totalled apart from *
      * the unrealized movement.                                       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (SUPLRVRP, GLFEED & SYSOUT)           *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPLREVL.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLR-KSDS-FILE
               ASSIGN TO UT-S-SUPLKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SUPPLRFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO SUPLRVRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLR-KSDS-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY SUPLKSDS.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY SUPPLIER.
       01  PROGRAM-SWITCHES.
           05  SUPPLRFILE-ST              PIC X(2).
               88  SUPPLRFILE-OK                  VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  SUPPLRFILE-EOF-WS          PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUPPLIERS              VALUE 'Y'.
       01  REVALUATION-WORK-WS.
           05  CARRIED-AMOUNT-WS          PIC S9(11)V99 COMP-3.
           05  REVALUED-AMOUNT-WS         PIC S9(11)V99 COMP-3.
           05  DIFFERENCE-WS              PIC S9(11)V99 COMP-3.
       01  REVALUATION-TOTALS-WS.
           05  SUPPLIERS-REVALUED-COUNT   PIC 9(5) VALUE ZERO.
           05  NO-RATE-COUNT              PIC 9(5) VALUE ZERO.
           05  UNREALIZED-LOSS-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  UNREALIZED-GAIN-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  SETTLED-CLEARED-COUNT      PIC 9(5) VALUE ZERO.
           05  REALIZED-LOSS-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  REALIZED-GAIN-TOTAL        PIC S9(9)V99 VALUE ZERO.
           COPY CURRCOB.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(37) VALUE
                   "SUPPLIER FOREIGN BALANCE REVALUATION".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(12) VALUE "WHSE   SUPP ".
           05  FILLER            PIC X(5)  VALUE "CCY  ".
           05  FILLER            PIC X(16) VALUE "  FOREIGN OPEN ".
           05  FILLER            PIC X(14) VALUE "     RATE     ".
           05  FILLER            PIC X(17) VALUE "        CARRIED ".
           05  FILLER            PIC X(17) VALUE "       REVALUED ".
           05  FILLER            PIC X(17) VALUE "      GAIN/LOSS ".
           05  FILLER            PIC X(20) VALUE "  STATUS".
       01  REVALUATION-DETAIL-LINE.
           05  RV-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-CURRENCY       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-FOREIGN-NET    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-RATE           PIC ZZZZ9.999999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-CARRIED        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RV-REVALUED       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RV-DIFFERENCE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RV-STATUS         PIC X(24).
       01  REVALUATION-TOTALS-LINE.
           05  FILLER            PIC X(19) VALUE "SUPPLIERS REVALUED ".
           05  RT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  NO RATE  ".
           05  RT-NO-RATE        PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE "  UNREALIZED LOSS ".
           05  RT-LOSS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(18) VALUE "  UNREALIZED GAIN ".
           05  RT-GAIN           PIC -ZZZ,ZZZ,ZZ9.99.
       01  REALIZED-TOTALS-LINE.
           05  FILLER            PIC X(19) VALUE "SETTLED, CLEARED   ".
           05  RZ-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(18) VALUE "    REALIZED LOSS ".
           05  RZ-LOSS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(18) VALUE "    REALIZED GAIN ".
           05  RZ-GAIN           PIC -ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-REVALUE-SUPPLIER UNTIL NO-MORE-SUPPLIERS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SUPLREVL' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-REVALUE-SUPPLIER.
      *
           READ SUPPLR-KSDS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUPPLIERS TO TRUE
               NOT AT END
                   MOVE SB-BAL-IMAGE TO SUPPLR-BAL-REC
                   IF SUPPLR-BAL-CURRENCY-CODE NOT = SPACES
                       AND SUPPLR-BAL-CURRENCY-CODE NOT = LOW-VALUES
                       AND SUPPLR-BAL-CURRENCY-CODE NOT = 'USD'
                       AND SUPPLR-BAL-FOREIGN-NET NUMERIC
                       PERFORM 500-REVALUE-ONE-SUPPLIER
                           THRU 500-EXIT
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O SUPPLR-KSDS-FILE.
           IF NOT SUPPLRFILE-OK
               DISPLAY 'SUPPLIER BALANCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER BALANCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLKSDS' TO EL-FILE-NAME
               MOVE SUPPLRFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'REVALUATION REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REVALUATION REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       500-REVALUE-ONE-SUPPLIER.
      *
      *    THE DOLLARS CARRIED ARE THE WHOLE OPEN BALANCE - THE
      *    CURRENT BALANCE PLUS EVERY AGING BAND - SO THE RUN GIVES
      *    THE SAME ANSWER BEFORE OR AFTER THE SUPLROLL AGING ROLL.
           COMPUTE CARRIED-AMOUNT-WS =
               SUPPLR-BAL-NET-REC
             + SUPPLR-BAL-BILLING-11-30 + SUPPLR-BAL-BILLING-31-60
             + SUPPLR-BAL-BILLING-61-90 + SUPPLR-BAL-BILLING-91-180
             + SUPPLR-BAL-BILLING-181-UP.
           IF SUPPLR-BAL-FOREIGN-NET = ZERO
               IF CARRIED-AMOUNT-WS NOT = ZERO
                   PERFORM 550-CLEAR-SETTLED-RESIDUAL
               END-IF
               GO TO 500-EXIT.
           MOVE SUPPLR-BAL-CURRENCY-CODE TO CV-CURRENCY-CODE.
           MOVE BD-BUSINESS-DATE TO CV-AS-OF-DATE.
           MOVE SUPPLR-BAL-FOREIGN-NET TO CV-FOREIGN-AMOUNT.
           CALL 'CURRCONV' USING CURRCONV-PARMS-WS.
           IF NOT CV-OK
               ADD 1 TO NO-RATE-COUNT
               MOVE ZERO TO REVALUED-AMOUNT-WS, DIFFERENCE-WS
               MOVE 'NO RATE - NOT REVALUED' TO RV-STATUS
               PERFORM 600-WRITE-DETAIL-LINE
               GO TO 500-EXIT.
           MOVE CV-FUNCTIONAL-AMOUNT TO REVALUED-AMOUNT-WS.
           COMPUTE DIFFERENCE-WS =
               REVALUED-AMOUNT-WS - CARRIED-AMOUNT-WS.
           ADD 1 TO SUPPLIERS-REVALUED-COUNT.
           IF DIFFERENCE-WS = ZERO
               MOVE 'NO CHANGE' TO RV-STATUS
               PERFORM 600-WRITE-DETAIL-LINE
               GO TO 500-EXIT.
           IF DIFFERENCE-WS > ZERO
               ADD DIFFERENCE-WS TO UNREALIZED-LOSS-TOTAL
               MOVE 'REVALUED - LOSS' TO RV-STATUS
           ELSE
               SUBTRACT DIFFERENCE-WS FROM UNREALIZED-GAIN-TOTAL
               MOVE 'REVALUED - GAIN' TO RV-STATUS
           END-IF.
           ADD DIFFERENCE-WS TO SUPPLR-BAL-NET-REC.
           ADD DIFFERENCE-WS TO SUPPLR-BAL-GROSS-REC.
           PERFORM 560-REWRITE-BALANCE.
           PERFORM 600-WRITE-DETAIL-LINE.
      *
       500-EXIT.
           EXIT.
      *
       550-CLEAR-SETTLED-RESIDUAL.
      *
      *    NOTHING IS OWED IN THE SUPPLIER'S CURRENCY, SO NOTHING IS
      *    OWED IN DOLLARS - WHAT IS LEFT IS THE RATE DIFFERENCE
      *    BETWEEN BOOKING AND PAYMENT.  A DEBIT RESIDUAL (MORE
      *    DOLLARS PAID THAN BOOKED) IS A LOSS, A CREDIT ONE A GAIN.
           MOVE ZERO TO REVALUED-AMOUNT-WS, CV-RATE.
           COMPUTE DIFFERENCE-WS = ZERO - CARRIED-AMOUNT-WS.
           ADD 1 TO SETTLED-CLEARED-COUNT.
           IF DIFFERENCE-WS > ZERO
               ADD DIFFERENCE-WS TO REALIZED-LOSS-TOTAL
               MOVE 'SETTLED - REALIZED LOSS' TO RV-STATUS
           ELSE
               SUBTRACT DIFFERENCE-WS FROM REALIZED-GAIN-TOTAL
               MOVE 'SETTLED - REALIZED GAIN' TO RV-STATUS
           END-IF.
           ADD DIFFERENCE-WS TO SUPPLR-BAL-GROSS-REC.
           MOVE ZERO TO SUPPLR-BAL-NET-REC,
                SUPPLR-BAL-BILLING-11-30, SUPPLR-BAL-BILLING-31-60,
                SUPPLR-BAL-BILLING-61-90, SUPPLR-BAL-BILLING-91-180,
                SUPPLR-BAL-BILLING-181-UP.
           PERFORM 560-REWRITE-BALANCE.
           PERFORM 600-WRITE-DETAIL-LINE.
      *
       560-REWRITE-BALANCE.
      *
           MOVE SUPPLR-BAL-REC TO SB-BAL-IMAGE.
           REWRITE SUPPLR-KSDS-RECORD.
           IF NOT SUPPLRFILE-OK
               DISPLAY 'BALANCE REWRITE PROBLEM'
               MOVE '560-REWRITE-BALANCE'
                  TO EL-PARAGRAPH
               MOVE 'BALANCE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLKSDS' TO EL-FILE-NAME
               MOVE SUPPLRFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE SB-WREHOUSE-NO           TO RV-WREHOUSE-NO.
           MOVE SB-SUPPLR-NO             TO RV-SUPPLR-NO.
           MOVE SUPPLR-BAL-CURRENCY-CODE TO RV-CURRENCY.
           MOVE SUPPLR-BAL-FOREIGN-NET   TO RV-FOREIGN-NET.
           MOVE CV-RATE                  TO RV-RATE.
           MOVE CARRIED-AMOUNT-WS        TO RV-CARRIED.
           MOVE REVALUED-AMOUNT-WS       TO RV-REVALUED.
           MOVE DIFFERENCE-WS            TO RV-DIFFERENCE.
           WRITE PRINT-LINE FROM REVALUATION-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SUPPLIERS-REVALUED-COUNT TO RT-COUNT.
           MOVE NO-RATE-COUNT            TO RT-NO-RATE.
           MOVE UNREALIZED-LOSS-TOTAL    TO RT-LOSS.
           MOVE UNREALIZED-GAIN-TOTAL    TO RT-GAIN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REVALUATION-TOTALS-LINE.
           MOVE SETTLED-CLEARED-COUNT    TO RZ-COUNT.
           MOVE REALIZED-LOSS-TOTAL      TO RZ-LOSS.
           MOVE REALIZED-GAIN-TOTAL      TO RZ-GAIN.
           WRITE PRINT-LINE FROM REALIZED-TOTALS-LINE.
      *
       750-WRITE-GL-FEED.
      *
      *    A LOSS RAISES THE PAYABLE AND A GAIN LOWERS IT.  THE TWO
      *    ARE FED SEPARATELY SO THE LEDGER SHOWS BOTH SIDES OF THE
      *    MONTH'S RATE MOVEMENT RATHER THAN ONLY THE NET.  THE
      *    REALIZED RESIDUALS OF SETTLED SUPPLIERS GO TO THE SAME
      *    ACCOUNTS AS THEIR OWN ENTRIES.
           IF UNREALIZED-LOSS-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'FXLOSS  ' TO GF-DEBIT-ACCOUNT
               MOVE 'ACCTSPAY' TO GF-CREDIT-ACCOUNT
               MOVE UNREALIZED-LOSS-TOTAL TO GF-AMOUNT
               MOVE 'UNREALIZED FX LOSS' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF UNREALIZED-GAIN-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'ACCTSPAY' TO GF-DEBIT-ACCOUNT
               MOVE 'FXGAIN  ' TO GF-CREDIT-ACCOUNT
               MOVE UNREALIZED-GAIN-TOTAL TO GF-AMOUNT
               MOVE 'UNREALIZED FX GAIN' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF REALIZED-LOSS-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'FXLOSS  ' TO GF-DEBIT-ACCOUNT
               MOVE 'ACCTSPAY' TO GF-CREDIT-ACCOUNT
               MOVE REALIZED-LOSS-TOTAL TO GF-AMOUNT
               MOVE 'REALIZED FX LOSS' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF REALIZED-GAIN-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'ACCTSPAY' TO GF-DEBIT-ACCOUNT
               MOVE 'FXGAIN  ' TO GF-CREDIT-ACCOUNT
               MOVE REALIZED-GAIN-TOTAL TO GF-AMOUNT
               MOVE 'REALIZED FX GAIN' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
      *
       760-WRITE-FEED-RECORD.
      *
           MOVE 'SUPLREVL' TO GF-SOURCE-SYSTEM.
           WRITE GL-FEED-RECORD.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE WRITE PROBLEM'
               MOVE '760-WRITE-FEED-RECORD'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           CLOSE SUPPLR-KSDS-FILE, PRINTFILE, GL-FEED-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

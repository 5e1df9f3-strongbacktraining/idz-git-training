      ******************************************************************
      * LOANMOD                                                        *
      * Loan modification batch for the LOANMAST loan master.  Each    *
      * modification transaction changes a loan's annual rate, its     *
      * term, or both, and may ask for the interest on the due dates   *
      * already missed to be capitalized onto the balance.  The level  *
      * payment is re-priced through COBLOAN on the current balance    *
      * at the new terms, the next due date is reset, a modification   *
      * record goes to the LOANHIST history, and the loan is put into  *
      * cure - LOANDLQ keeps it in the bucket it was modified out of   *
      * until LOANPOST has counted enough on-time payments.  The       *
      * register shows every loan's terms before and after.            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (LOANMRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMOD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-TRAN-FILE
               ASSIGN TO LOANMODT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MODTRAN-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO UT-S-LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-HIST-KEY
               FILE STATUS IS LOANHIST-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO LOANMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * A ZERO RATE OR TERM LEAVES THAT TERM AS IT IS; A ZERO FIRST
      * DUE DATE MEANS ONE MONTH FROM THE BUSINESS DATE.
       FD  MOD-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  MOD-TRAN-RECORD.
           05  MT-LOAN-NO                PIC 9(7).
           05  MT-NEW-RATE               PIC 9V99.
           05  MT-NEW-TERM               PIC 9(2).
           05  MT-CAPITALIZE-FLAG        PIC X(1).
               88  MT-CAPITALIZE                  VALUE 'Y'.
           05  MT-FIRST-DUE-DATE         PIC 9(8).
           05  FILLER                    PIC X(9).
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  LOAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY LOANHIST.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       77  WS-CALLED-PROGRAM             PIC X(8)  VALUE SPACES.
       01  CALL-FEEDBACK-WS.
           05  CALL-FEEDBACK             PIC XX.
       01  COBLOAN-PARMS-WS.
           05  COBLOAN-LOAN-AMOUNT-IN    PIC S9(7)V99.
           05  COBLOAN-PRODUCT-CODE-IN   PIC X.
           05  COBLOAN-INTEREST-RATE-IN  PIC S9(3)V99.
           05  COBLOAN-NO-OF-PERIODS-IN  PIC 99.
           05  COBLOAN-PAYMENT-OUT       PIC S9(9)V99.
       01  PROGRAM-SWITCHES.
           05  MODTRAN-ST                 PIC X(2).
               88  MODTRAN-OK                     VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  LOANHIST-ST                PIC X(2).
               88  LOANHIST-OK                    VALUE '00'.
               88  LOANHIST-DUPLICATE             VALUE '22'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  MODTRAN-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-MODIFICATIONS          VALUE 'Y'.
           05  MOD-VALID-WS               PIC X(1).
               88  MOD-VALID                      VALUE 'Y'.
       01  BEFORE-TERMS-WS.
           05  OLD-RATE-WS                PIC 9V99.
           05  OLD-TERM-WS                PIC 9(2).
           05  OLD-PAYMENT-WS             PIC 9(7)V99.
           05  OLD-BALANCE-WS             PIC 9(9)V99.
           05  OLD-DUE-DATE-WS            PIC 9(8).
       01  AFTER-TERMS-WS.
           05  NEW-RATE-WS                PIC 9V99.
           05  NEW-TERM-WS                PIC 9(2).
           05  NEW-BALANCE-WS             PIC 9(9)V99.
           05  NEW-DUE-DATE-WS            PIC 9(8).
       01  MODIFICATION-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DUE-INT-WS                 PIC 9(9) COMP.
           05  DAYS-PAST-DUE-WS           PIC S9(5).
           05  MOD-BUCKET-WS              PIC 9(1).
           05  MISSED-PERIODS-WS          PIC 9(3).
           05  MISSED-DUE-DATE-WS         PIC 9(8).
           05  CAPITALIZED-WS             PIC S9(9)V99.
       01  DUE-DATE-WORK-WS.
           05  DUE-YEAR-WS                PIC 9(4).
           05  DUE-MONTH-WS               PIC 9(2).
           05  DUE-DAY-WS                 PIC 9(2).
       01  MODIFICATION-TOTALS-WS.
           05  LOANS-MODIFIED-COUNT       PIC 9(5) VALUE ZERO.
           05  MODS-REJECTED-COUNT        PIC 9(5) VALUE ZERO.
           05  TOTAL-CAPITALIZED-WS       PIC S9(11)V99 VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(31) VALUE
                   "LOAN MODIFICATION REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "LOAN NO".
           05  FILLER            PIC X(27) VALUE "BORROWER".
           05  FILLER            PIC X(8)  VALUE "TERMS".
           05  FILLER            PIC X(7)  VALUE "RATE".
           05  FILLER            PIC X(6)  VALUE "TERM".
           05  FILLER            PIC X(12) VALUE "PAYMENT".
           05  FILLER            PIC X(16) VALUE "BALANCE".
           05  FILLER            PIC X(12) VALUE "NEXT DUE".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  MODIFICATION-DETAIL-LINE.
           05  MD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  MD-BORROWER-NAME  PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MD-WHICH          PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MD-RATE           PIC 9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  MD-TERM           PIC Z9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  MD-PAYMENT        PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MD-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MD-DUE-DATE       PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MD-STATUS         PIC X(30).
       01  CAPITALIZED-LINE.
           05  FILLER            PIC X(37) VALUE SPACES.
           05  FILLER            PIC X(19) VALUE
                   "MISSED DUE DATES   ".
           05  CL-MISSED         PIC ZZ9.
           05  FILLER            PIC X(26) VALUE
                   "   INTEREST CAPITALIZED   ".
           05  CL-CAPITALIZED    PIC ZZZ,ZZ9.99.
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "LOANS MODIFIED  ".
           05  RT-MODIFIED       PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  REJECTED  ".
           05  RT-REJECTED       PIC ZZZZ9.
           05  FILLER            PIC X(25) VALUE
                   "  INTEREST CAPITALIZED   ".
           05  RT-CAPITALIZED    PIC -Z,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-MODIFY-LOAN UNTIL NO-MORE-MODIFICATIONS.
           PERFORM 650-WRITE-GL-FEED.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANMOD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-MODIFICATION.
      *
       200-MODIFY-LOAN.
      *
           MOVE 'Y' TO MOD-VALID-WS.
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE ZERO TO MISSED-PERIODS-WS, CAPITALIZED-WS.
           PERFORM 500-EDIT-MODIFICATION.
           IF MOD-VALID
               PERFORM 510-AGE-AT-MODIFICATION
               PERFORM 520-CAPITALIZE-INTEREST
           END-IF.
           IF MOD-VALID
               PERFORM 530-REPRICE-THE-LOAN
           END-IF.
           IF MOD-VALID
               PERFORM 540-REWRITE-MASTER
               PERFORM 560-WRITE-LOAN-HISTORY
               ADD 1 TO LOANS-MODIFIED-COUNT
               ADD CAPITALIZED-WS TO TOTAL-CAPITALIZED-WS
           ELSE
               ADD 1 TO MODS-REJECTED-COUNT
           END-IF.
           PERFORM 600-WRITE-REGISTER-LINES.
           PERFORM 400-READ-MODIFICATION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT MOD-TRAN-FILE.
           IF NOT MODTRAN-OK
               DISPLAY 'LOAN MODIFICATION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MODIFICATION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN I-O LOANMAST-FILE.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O LOAN-HISTORY-FILE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'MODIFICATION REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'MODIFICATION REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-MODIFICATION.
      *
           READ MOD-TRAN-FILE
               AT END
                   SET NO-MORE-MODIFICATIONS TO TRUE
           END-READ.
      *
       500-EDIT-MODIFICATION.
      *
           EVALUATE TRUE
               WHEN MT-LOAN-NO NOT NUMERIC
                   MOVE 'REJECTED - LOAN NO' TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN MT-NEW-RATE NOT NUMERIC
                   OR MT-NEW-TERM NOT NUMERIC
                   MOVE 'REJECTED - RATE OR TERM' TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN MT-NEW-RATE = ZERO AND MT-NEW-TERM = ZERO
                   MOVE 'REJECTED - NO TERMS CHANGED'
                       TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN MT-FIRST-DUE-DATE NOT NUMERIC
                   MOVE 'REJECTED - DUE DATE' TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN MT-FIRST-DUE-DATE NOT = ZERO
                   AND MT-FIRST-DUE-DATE <= BD-BUSINESS-DATE
                   MOVE 'REJECTED - DUE DATE NOT AHEAD'
                       TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MOD-VALID
               MOVE MT-LOAN-NO TO LM-LOAN-NO
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT LOANMAST-OK
                       MOVE 'REJECTED - LOAN NOT FOUND'
                           TO REPORT-STATUS-WS
                       MOVE 'N' TO MOD-VALID-WS
                   WHEN LM-PAID-OFF
                       MOVE 'REJECTED - LOAN PAID OFF'
                           TO REPORT-STATUS-WS
                       MOVE 'N' TO MOD-VALID-WS
                   WHEN NOT LM-ACTIVE AND NOT LM-NONACCRUAL
                       MOVE 'REJECTED - LOAN NOT MODIFIABLE'
                           TO REPORT-STATUS-WS
                       MOVE 'N' TO MOD-VALID-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       510-AGE-AT-MODIFICATION.
      *
      *    THE BUCKET THE LOAN IS MODIFIED OUT OF - LOANDLQ HOLDS IT
      *    THERE UNTIL IT CURES - AND THE DUE DATES ALREADY MISSED.
           MOVE LM-ANNUAL-RATE     TO OLD-RATE-WS.
           MOVE LM-TERM-MONTHS     TO OLD-TERM-WS.
           MOVE LM-PAYMENT-AMOUNT  TO OLD-PAYMENT-WS.
           MOVE LM-CURRENT-BALANCE TO OLD-BALANCE-WS.
           MOVE LM-NEXT-DUE-DATE   TO OLD-DUE-DATE-WS.
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
           COMPUTE DAYS-PAST-DUE-WS = TODAY-INT-WS - DUE-INT-WS.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS <= ZERO
                   MOVE 0 TO MOD-BUCKET-WS
               WHEN DAYS-PAST-DUE-WS <= 30
                   MOVE 1 TO MOD-BUCKET-WS
               WHEN DAYS-PAST-DUE-WS <= 60
                   MOVE 2 TO MOD-BUCKET-WS
               WHEN DAYS-PAST-DUE-WS <= 90
                   MOVE 3 TO MOD-BUCKET-WS
               WHEN OTHER
                   MOVE 4 TO MOD-BUCKET-WS
           END-EVALUATE.
           MOVE LM-NEXT-DUE-DATE TO MISSED-DUE-DATE-WS.
           PERFORM 515-COUNT-MISSED-DUE-DATE
               UNTIL MISSED-DUE-DATE-WS >= BD-BUSINESS-DATE
               OR MISSED-PERIODS-WS = 999.
      *
       515-COUNT-MISSED-DUE-DATE.
      *
           ADD 1 TO MISSED-PERIODS-WS.
           MOVE MISSED-DUE-DATE-WS TO LM-NEXT-DUE-DATE.
           PERFORM 550-ROLL-DUE-DATE.
           MOVE LM-NEXT-DUE-DATE TO MISSED-DUE-DATE-WS.
           MOVE OLD-DUE-DATE-WS TO LM-NEXT-DUE-DATE.
      *
       520-CAPITALIZE-INTEREST.
      *
      *    ONE PERIOD'S INTEREST AT THE OLD RATE FOR EVERY DUE DATE
      *    MISSED MOVES ONTO PRINCIPAL.  ONLY AN ACCRUING LOAN HAS
      *    THAT INTEREST BOOKED TO INTRECV TO MOVE - A NONACCRUAL
      *    LOAN'S UNBOOKED INTEREST IS NOT CAPITALIZED.
           IF MT-CAPITALIZE AND LM-ACTIVE
               AND MISSED-PERIODS-WS > ZERO
               COMPUTE CAPITALIZED-WS ROUNDED =
                   LM-CURRENT-BALANCE * LM-ANNUAL-RATE
                   * MISSED-PERIODS-WS / 12
           END-IF.
           COMPUTE NEW-BALANCE-WS =
               LM-CURRENT-BALANCE + CAPITALIZED-WS.
           EVALUATE TRUE
               WHEN CAPITALIZED-WS > 999999.99
                   MOVE 'REJECTED - CAPITALIZATION SIZE'
                       TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
      *        COBLOAN PRICES NOTHING LARGER THAN ITS AMOUNT FIELD.
               WHEN NEW-BALANCE-WS > 9999999.99
                   MOVE 'REJECTED - BALANCE TOO LARGE'
                       TO REPORT-STATUS-WS
                   MOVE 'N' TO MOD-VALID-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       530-REPRICE-THE-LOAN.
      *
           IF MT-NEW-RATE = ZERO
               MOVE LM-ANNUAL-RATE TO NEW-RATE-WS
           ELSE
               MOVE MT-NEW-RATE TO NEW-RATE-WS
           END-IF.
           IF MT-NEW-TERM = ZERO
               MOVE LM-TERM-MONTHS TO NEW-TERM-WS
           ELSE
               MOVE MT-NEW-TERM TO NEW-TERM-WS
           END-IF.
      *    COBLOAN PRICES A KNOWN PRODUCT CODE FROM ITS OWN RATE
      *    TABLE - THE CODE IS LEFT BLANK SO THE MODIFIED RATE IS
      *    THE ONE THE PAYMENT IS ACTUALLY COMPUTED WITH.
           MOVE NEW-BALANCE-WS TO COBLOAN-LOAN-AMOUNT-IN.
           MOVE SPACE          TO COBLOAN-PRODUCT-CODE-IN.
           MOVE NEW-RATE-WS    TO COBLOAN-INTEREST-RATE-IN.
           MOVE NEW-TERM-WS    TO COBLOAN-NO-OF-PERIODS-IN.
           MOVE 'COBLOAN' TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM USING CALL-FEEDBACK-WS,
               COBLOAN-PARMS-WS.
           IF CALL-FEEDBACK NOT = 'OK'
               MOVE 'REJECTED - PRICING FAILED' TO REPORT-STATUS-WS
               MOVE 'N' TO MOD-VALID-WS
           END-IF.
      *
       540-REWRITE-MASTER.
      *
           IF MT-FIRST-DUE-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO LM-NEXT-DUE-DATE
               PERFORM 550-ROLL-DUE-DATE
           ELSE
               MOVE MT-FIRST-DUE-DATE TO LM-NEXT-DUE-DATE
           END-IF.
           MOVE LM-NEXT-DUE-DATE    TO NEW-DUE-DATE-WS.
           MOVE NEW-RATE-WS         TO LM-ANNUAL-RATE.
           MOVE NEW-TERM-WS         TO LM-TERM-MONTHS.
           MOVE COBLOAN-PAYMENT-OUT TO LM-PAYMENT-AMOUNT.
           MOVE NEW-BALANCE-WS      TO LM-CURRENT-BALANCE.
      *    A LOAN MODIFIED AGAIN BEFORE IT CURES KEEPS THE WORSE
      *    BUCKET AND STARTS ITS ON-TIME COUNT OVER.
           IF LM-MOD-IN-CURE
               AND LM-MOD-BUCKET NUMERIC
               AND LM-MOD-BUCKET > MOD-BUCKET-WS
               MOVE LM-MOD-BUCKET TO MOD-BUCKET-WS
           END-IF.
           SET LM-MOD-IN-CURE TO TRUE.
           MOVE MOD-BUCKET-WS TO LM-MOD-BUCKET.
           MOVE ZERO TO LM-MOD-ONTIME-COUNT.
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER REWRITE PROBLEM'
               MOVE '540-REWRITE-MASTER'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF MT-CAPITALIZE AND CAPITALIZED-WS = ZERO
               AND MISSED-PERIODS-WS > ZERO
               MOVE 'MODIFIED - NONACCRUAL, NO CAP'
                   TO REPORT-STATUS-WS
           ELSE
               MOVE 'MODIFIED' TO REPORT-STATUS-WS
           END-IF.
      *
       550-ROLL-DUE-DATE.
      *
           MOVE LM-NEXT-DUE-DATE(1:4) TO DUE-YEAR-WS.
           MOVE LM-NEXT-DUE-DATE(5:2) TO DUE-MONTH-WS.
           MOVE LM-NEXT-DUE-DATE(7:2) TO DUE-DAY-WS.
           IF DUE-MONTH-WS = 12
               MOVE 1 TO DUE-MONTH-WS
               ADD 1 TO DUE-YEAR-WS
           ELSE
               ADD 1 TO DUE-MONTH-WS
           END-IF.
      *    THE SAME 28TH-OF-THE-MONTH CAP LOANPOST ROLLS WITH.
           IF DUE-DAY-WS > 28
               MOVE 28 TO DUE-DAY-WS
           END-IF.
           MOVE DUE-YEAR-WS  TO LM-NEXT-DUE-DATE(1:4).
           MOVE DUE-MONTH-WS TO LM-NEXT-DUE-DATE(5:2).
           MOVE DUE-DAY-WS   TO LM-NEXT-DUE-DATE(7:2).
      *
       560-WRITE-LOAN-HISTORY.
      *
      *    THE MODIFICATION TAKES THE NEXT SEQUENCE IF A PAYMENT WAS
      *    POSTED TO THE SAME LOAN TODAY.
           MOVE SPACES TO LOAN-HISTORY-RECORD.
           SET LH-MODIFICATION-ENTRY TO TRUE.
           MOVE LM-LOAN-NO TO LH-LOAN-NO.
           MOVE BD-BUSINESS-DATE TO LH-POSTING-DATE.
           MOVE 1 TO LH-POST-SEQ.
           MOVE OLD-RATE-WS TO LH-MOD-OLD-RATE.
           MOVE NEW-RATE-WS TO LH-MOD-NEW-RATE.
           MOVE OLD-TERM-WS TO LH-MOD-OLD-TERM.
           MOVE NEW-TERM-WS TO LH-MOD-NEW-TERM.
           MOVE LM-PAYMENT-AMOUNT TO LH-MOD-NEW-PAYMENT.
           MOVE CAPITALIZED-WS TO LH-MOD-CAPITALIZED.
           MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
           PERFORM 570-WRITE-HISTORY-RECORD.
           PERFORM 570-WRITE-HISTORY-RECORD
               UNTIL LOANHIST-OK
               OR NOT LOANHIST-DUPLICATE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY WRITE PROBLEM'
               MOVE '560-WRITE-LOAN-HISTORY'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       570-WRITE-HISTORY-RECORD.
      *
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO LH-POST-SEQ
           END-WRITE.
      *
       600-WRITE-REGISTER-LINES.
      *
           MOVE MT-LOAN-NO TO MD-LOAN-NO.
           IF MOD-VALID
               MOVE LM-BORROWER-NAME TO MD-BORROWER-NAME
               MOVE 'BEFORE'         TO MD-WHICH
               MOVE OLD-RATE-WS      TO MD-RATE
               MOVE OLD-TERM-WS      TO MD-TERM
               MOVE OLD-PAYMENT-WS   TO MD-PAYMENT
               MOVE OLD-BALANCE-WS   TO MD-BALANCE
               MOVE OLD-DUE-DATE-WS  TO MD-DUE-DATE
               MOVE SPACES           TO MD-STATUS
               WRITE PRINT-LINE FROM MODIFICATION-DETAIL-LINE
               MOVE SPACES           TO MD-BORROWER-NAME
               MOVE 'AFTER'          TO MD-WHICH
               MOVE LM-ANNUAL-RATE   TO MD-RATE
               MOVE LM-TERM-MONTHS   TO MD-TERM
               MOVE LM-PAYMENT-AMOUNT  TO MD-PAYMENT
               MOVE LM-CURRENT-BALANCE TO MD-BALANCE
               MOVE NEW-DUE-DATE-WS  TO MD-DUE-DATE
               MOVE REPORT-STATUS-WS TO MD-STATUS
               WRITE PRINT-LINE FROM MODIFICATION-DETAIL-LINE
               IF MISSED-PERIODS-WS > ZERO
                   MOVE MISSED-PERIODS-WS TO CL-MISSED
                   MOVE CAPITALIZED-WS    TO CL-CAPITALIZED
                   WRITE PRINT-LINE FROM CAPITALIZED-LINE
               END-IF
           ELSE
               MOVE SPACES           TO MD-BORROWER-NAME, MD-WHICH
               MOVE ZERO             TO MD-RATE, MD-TERM,
                                        MD-PAYMENT, MD-BALANCE
               MOVE ZERO             TO MD-DUE-DATE
               MOVE REPORT-STATUS-WS TO MD-STATUS
               WRITE PRINT-LINE FROM MODIFICATION-DETAIL-LINE
           END-IF.
      *
       650-WRITE-GL-FEED.
      *
      *    CAPITALIZED INTEREST WAS ALREADY ACCRUED TO INTRECV BY
      *    LOANACCR - IT MOVES FROM INTEREST RECEIVABLE TO LOAN
      *    PRINCIPAL, WITH NO NEW INCOME.
           IF TOTAL-CAPITALIZED-WS > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOANMOD ' TO GF-SOURCE-SYSTEM
               MOVE 'LOANRECV' TO GF-DEBIT-ACCOUNT
               MOVE 'INTRECV ' TO GF-CREDIT-ACCOUNT
               MOVE TOTAL-CAPITALIZED-WS TO GF-AMOUNT
               MOVE 'LOAN MOD INT CAPITALIZED' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               IF NOT GLFEED-OK
                   DISPLAY 'GL FEED WRITE PROBLEM'
                   MOVE '650-WRITE-GL-FEED'
                      TO EL-PARAGRAPH
                   MOVE 'GL FEED WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE LOANS-MODIFIED-COUNT TO RT-MODIFIED.
           MOVE MODS-REJECTED-COUNT  TO RT-REJECTED.
           MOVE TOTAL-CAPITALIZED-WS TO RT-CAPITALIZED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           DISPLAY 'LOANMOD: LOANS MODIFIED ' LOANS-MODIFIED-COUNT.
           CLOSE MOD-TRAN-FILE, LOANMAST-FILE, LOAN-HISTORY-FILE,
                 GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

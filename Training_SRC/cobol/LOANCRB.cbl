      ******************************************************************
      * LOANCRB                                                        *
      * Month-end consumer credit bureau extract.  Walks LOANMAST in   *
      * loan number order alongside LOANHIST and writes the bureaus'   *
      * fixed-length file: a header naming us as the furnisher, one    *
      * base segment per auto and personal loan, and a trailer.  Each  *
      * segment carries the account status and payment rating from     *
      * the LOANDLQ delinquency bands (a modified loan still in cure   *
      * reports its held bucket), the balance, scheduled payment,      *
      * charge-off or paid-off status, and the borrower's name and     *
      * address from CUSTFILE.  Any dispute LOANDSP has flagged goes   *
      * out as the compliance code; a resolved dispute is cleared      *
      * once sent, and a paid-off or fully recovered loan is reported  *
      * closed once and then left out.  Policy loans are not consumer  *
      * credit and are never reported.                                 *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (CRBURRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCRB.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO UT-S-LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-HIST-KEY
               FILE STATUS IS LOANHIST-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT BUREAU-FILE
               ASSIGN TO UT-S-CRBUREAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUREAU-ST.
           SELECT PRINTFILE
               ASSIGN TO CRBURRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  LOAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY LOANHIST.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  BUREAU-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY CRBUREAU.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  LOANHIST-ST                PIC X(2).
               88  LOANHIST-OK                    VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  BUREAU-ST                  PIC X(2).
               88  BUREAU-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LOANMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOANS                  VALUE 'Y'.
           05  LOANHIST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
           05  BORROWER-FOUND-WS          PIC X(1).
               88  BORROWER-FOUND                 VALUE 'Y'.
           05  MASTER-CHANGED-WS          PIC X(1).
               88  MASTER-CHANGED                 VALUE 'Y'.
       01  REPORTER-PARAMETERS-WS.
           05  REPORTER-ID-WS             PIC X(10) VALUE SPACES.
           05  REPORTER-NAME-WS           PIC X(20) VALUE SPACES.
      *
      * WHAT LOANHIST SAYS ABOUT THE LOAN IN HAND - THE FILE IS IN
      * LOAN NUMBER ORDER LIKE LOANMAST, SO THE TWO ARE MATCHED.
       01  HISTORY-SUMMARY-WS.
           05  HS-FIRST-DATE              PIC 9(8).
           05  HS-LAST-PAY-DATE           PIC 9(8).
           05  HS-LAST-PAY-AMOUNT         PIC 9(7)V99.
           05  HS-CHARGE-OFF-DATE         PIC 9(8).
           05  HS-CHARGE-OFF-AMOUNT       PIC 9(7)V99.
       01  BUREAU-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DUE-INT-WS                 PIC 9(9) COMP.
           05  DAYS-PAST-DUE-WS           PIC S9(5).
           05  BUCKET-SUB                 PIC 9(1).
           05  MISSED-PERIODS-WS          PIC 9(3).
           05  PAST-DUE-AMOUNT-WS         PIC 9(9)V99.
           05  ACCOUNT-STATUS-WS          PIC X(2).
               88  STATUS-CURRENT                 VALUE '11'.
               88  STATUS-DELINQUENT              VALUE '71' '78'
                                                  '80' '82' '83'
                                                  '84'.
               88  STATUS-CHARGED-OFF             VALUE '97' '64'.
               88  STATUS-CLOSED                  VALUE '13' '64'.
           05  PAYMENT-RATING-WS          PIC X(1).
       01  BUSINESS-MONTH-WS.
           05  BUSINESS-YYYYMM-WS         PIC 9(6).
           05  FILLER                     PIC 9(2).
       01  LAST-PAY-MONTH-WS.
           05  LAST-PAY-YYYYMM-WS         PIC 9(6).
           05  FILLER                     PIC 9(2).
       01  OPENED-DATE-WORK-WS.
           05  OPEN-YEAR-WS               PIC 9(4).
           05  OPEN-MONTH-WS              PIC 9(2).
           05  OPEN-DAY-WS                PIC 9(2).
       01  OPENED-DATE-WS REDEFINES OPENED-DATE-WORK-WS
                                          PIC 9(8).
       01  BUREAU-TOTALS-WS.
           05  LOANS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  SEGMENTS-WRITTEN-COUNT     PIC 9(9) VALUE ZERO.
           05  CURRENT-COUNT              PIC 9(9) VALUE ZERO.
           05  DELINQUENT-COUNT           PIC 9(9) VALUE ZERO.
           05  CHARGED-OFF-COUNT          PIC 9(9) VALUE ZERO.
           05  CLOSED-COUNT               PIC 9(9) VALUE ZERO.
           05  DISPUTE-COUNT              PIC 9(9) VALUE ZERO.
           05  NOT-REPORTED-COUNT         PIC 9(7) VALUE ZERO.
           05  BALANCE-TOTAL-WS           PIC 9(13) VALUE ZERO.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "CREDIT BUREAU EXTRACT REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(13) VALUE "  REPORTER   ".
           05  HDG-REPORTER-ID   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HDG-REPORTER-NAME PIC X(20).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "LOAN NO".
           05  FILLER            PIC X(27) VALUE "BORROWER".
           05  FILLER            PIC X(6)  VALUE "PROD".
           05  FILLER            PIC X(6)  VALUE "STAT".
           05  FILLER            PIC X(6)  VALUE "RATE".
           05  FILLER            PIC X(6)  VALUE "CMPL".
           05  FILLER            PIC X(15) VALUE "     BALANCE".
           05  FILLER            PIC X(15) VALUE "    PAST DUE".
           05  FILLER            PIC X(30) VALUE "NOTE".
      *
      * ONLY THE LOANS WORTH A LOOK ARE LISTED - DELINQUENT, CHARGED
      * OFF, CLOSING, DISPUTED OR LEFT OUT; THE TRAILER COUNTS THE
      * REST.
       01  BUREAU-DETAIL-LINE.
           05  BR-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  BR-BORROWER-NAME  PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BR-PRODUCT-CODE   PIC X(1).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  BR-STATUS         PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  BR-RATING         PIC X(1).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  BR-COMPLIANCE     PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BR-BALANCE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  BR-PAST-DUE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  BR-NOTE           PIC X(30).
       01  REPORT-TOTALS-LINE-1.
           05  FILLER            PIC X(14) VALUE "LOANS READ    ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE "  SEGMENTS    ".
           05  RT-SEGMENTS       PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE "  NOT REPORTED  ".
           05  RT-NOT-REPORTED   PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE "  BALANCE TOTAL ".
           05  RT-BALANCE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  REPORT-TOTALS-LINE-2.
           05  FILLER            PIC X(14) VALUE "CURRENT       ".
           05  RT-CURRENT        PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE "  DELINQUENT  ".
           05  RT-DELINQUENT     PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE "  CHARGED OFF   ".
           05  RT-CHARGED-OFF    PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE "  CLOSED        ".
           05  RT-CLOSED         PIC ZZZZZZ9.
           05  FILLER            PIC X(12) VALUE "  DISPUTED  ".
           05  RT-DISPUTED       PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-LOAN UNTIL NO-MORE-LOANS.
           PERFORM 660-WRITE-TRAILER.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANCRB' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, BUSINESS-MONTH-WS.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 150-GET-PARAMETERS.
           MOVE REPORTER-ID-WS   TO HDG-REPORTER-ID.
           MOVE REPORTER-NAME-WS TO HDG-REPORTER-NAME.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 650-WRITE-HEADER.
           PERFORM 420-READ-HISTORY.
           PERFORM 400-READ-LOAN.
      *
       150-GET-PARAMETERS.
      *
      *    THE FURNISHER ID AND NAME THE BUREAUS ISSUED US.  A FILE
      *    WITHOUT THEM IS REJECTED ON RECEIPT, SO SAY SO HERE.
           MOVE 'LOANCRB' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'CRB-RPTR-ID' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO REPORTER-ID-WS
           ELSE
               DISPLAY 'LOANCRB: NO CRB-RPTR-ID PARAMETER - BUREAU '
                   'WILL REJECT THIS FILE'
           END-IF.
           MOVE 'CRB-RPTR-NM' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO REPORTER-NAME-WS
           ELSE
               DISPLAY 'LOANCRB: NO CRB-RPTR-NM PARAMETER'
           END-IF.
      *
       200-PROCESS-LOAN.
      *
           ADD 1 TO LOANS-READ-COUNT.
           PERFORM 430-MATCH-HISTORY.
           IF NOT LM-POLICY-LOAN
               AND NOT LM-BUREAU-CLOSED
               PERFORM 500-REPORT-ONE-LOAN
           END-IF.
           PERFORM 400-READ-LOAN.
      *
       300-OPEN-FILES.
      *
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
           OPEN INPUT LOAN-HISTORY-FILE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT CUSTFILE.
           IF NOT CUSTFILE-OK
               DISPLAY 'CUSTOMER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUST' TO EL-FILE-NAME
               MOVE CUSTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT BUREAU-FILE.
           IF NOT BUREAU-OK
               DISPLAY 'CREDIT BUREAU FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CREDIT BUREAU FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CRBUREAU' TO EL-FILE-NAME
               MOVE BUREAU-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CREDIT BUREAU REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CREDIT BUREAU REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-LOAN.
      *
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LOANS TO TRUE
           END-READ.
      *
       420-READ-HISTORY.
      *
           READ LOAN-HISTORY-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       430-MATCH-HISTORY.
      *
      *    HISTORY FOR A LOAN NO LONGER ON THE MASTER IS PASSED BY.
           MOVE ZERO TO HISTORY-SUMMARY-WS.
           PERFORM 420-READ-HISTORY
               UNTIL NO-MORE-HISTORY
               OR LH-LOAN-NO NOT < LM-LOAN-NO.
           PERFORM 440-SUMMARIZE-HISTORY
               UNTIL NO-MORE-HISTORY
               OR LH-LOAN-NO NOT = LM-LOAN-NO.
      *
       440-SUMMARIZE-HISTORY.
      *
      *    HISTORY COMES IN DATE ORDER, SO THE LAST ONE SEEN IS THE
      *    LATEST.  A RECOVERY ON A CHARGED-OFF LOAN IS A PAYMENT AS
      *    FAR AS THE BUREAU IS CONCERNED.
           IF HS-FIRST-DATE = ZERO
               MOVE LH-POSTING-DATE TO HS-FIRST-DATE
           END-IF.
           EVALUATE TRUE
           WHEN LH-PAYMENT-ENTRY
           WHEN LH-RECOVERY-ENTRY
               MOVE LH-POSTING-DATE   TO HS-LAST-PAY-DATE
               MOVE LH-PAYMENT-AMOUNT TO HS-LAST-PAY-AMOUNT
           WHEN LH-CHARGE-OFF-ENTRY
               MOVE LH-POSTING-DATE      TO HS-CHARGE-OFF-DATE
               MOVE LH-PRINCIPAL-PORTION TO HS-CHARGE-OFF-AMOUNT
           END-EVALUATE.
           PERFORM 420-READ-HISTORY.
      *
       500-REPORT-ONE-LOAN.
      *
           MOVE LM-BORROWER-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD.
           MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD.
           MOVE 'Y' TO BORROWER-FOUND-WS.
           READ CUSTFILE
               INVALID KEY
                   MOVE 'N' TO BORROWER-FOUND-WS
           END-READ.
           PERFORM 510-SET-ACCOUNT-STATUS.
           IF NOT BORROWER-FOUND
      *        NO NAME AND ADDRESS, NO SEGMENT - THE BUREAU CANNOT
      *        MATCH IT TO A CONSUMER.  LISTED FOR CUSTOMER SERVICE.
               ADD 1 TO NOT-REPORTED-COUNT
               MOVE 'NOT REPORTED - NO CUSTOMER REC' TO BR-NOTE
               PERFORM 600-WRITE-DETAIL-LINE
           ELSE
               PERFORM 530-BUILD-BASE-SEGMENT
               PERFORM 560-WRITE-BASE-SEGMENT
               PERFORM 570-UPDATE-MASTER
           END-IF.
      *
       510-SET-ACCOUNT-STATUS.
      *
      *    THE SAME BANDS LOANDLQ AGES BY.  A LOAN UNDER THIRTY DAYS
      *    LATE IS STILL CURRENT TO THE BUREAU; LOANDLQ'S OVER-NINETY
      *    BUCKET IS SPLIT INTO THE BUREAU'S 90/120/150/180 RATINGS.
           MOVE SPACE TO PAYMENT-RATING-WS.
           MOVE ZERO  TO PAST-DUE-AMOUNT-WS, DAYS-PAST-DUE-WS.
           EVALUATE TRUE
           WHEN LM-PAID-OFF
               MOVE '13' TO ACCOUNT-STATUS-WS
               MOVE '0'  TO PAYMENT-RATING-WS
           WHEN LM-CHARGED-OFF AND LM-CURRENT-BALANCE = ZERO
               MOVE '64' TO ACCOUNT-STATUS-WS
               MOVE 'L'  TO PAYMENT-RATING-WS
           WHEN LM-CHARGED-OFF
               MOVE '97' TO ACCOUNT-STATUS-WS
               MOVE 'L'  TO PAYMENT-RATING-WS
               MOVE LM-CURRENT-BALANCE TO PAST-DUE-AMOUNT-WS
           WHEN OTHER
               PERFORM 520-AGE-OPEN-LOAN
           END-EVALUATE.
      *
       520-AGE-OPEN-LOAN.
      *
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
           COMPUTE DAYS-PAST-DUE-WS = TODAY-INT-WS - DUE-INT-WS.
           MOVE ZERO TO BUCKET-SUB.
           IF DAYS-PAST-DUE-WS > ZERO
               EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS <= 30
                   MOVE 1 TO BUCKET-SUB
               WHEN DAYS-PAST-DUE-WS <= 60
                   MOVE 2 TO BUCKET-SUB
               WHEN DAYS-PAST-DUE-WS <= 90
                   MOVE 3 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
               END-EVALUATE
      *        ONE SCHEDULED PAYMENT MISSED PER THIRTY DAYS, NEVER
      *        MORE THAN IS STILL OWED.
               COMPUTE MISSED-PERIODS-WS =
                   (DAYS-PAST-DUE-WS - 1) / 30 + 1
               COMPUTE PAST-DUE-AMOUNT-WS =
                   MISSED-PERIODS-WS * LM-PAYMENT-AMOUNT
               IF PAST-DUE-AMOUNT-WS > LM-CURRENT-BALANCE
                   MOVE LM-CURRENT-BALANCE TO PAST-DUE-AMOUNT-WS
               END-IF
           END-IF.
      *    A MODIFIED LOAN REPORTS THE BUCKET IT WAS MODIFIED OUT OF
      *    UNTIL LOANDLQ CURES IT.
           IF LM-MOD-IN-CURE AND LM-MOD-BUCKET > BUCKET-SUB
               MOVE LM-MOD-BUCKET TO BUCKET-SUB
           END-IF.
           EVALUATE BUCKET-SUB
           WHEN 2
               MOVE '71' TO ACCOUNT-STATUS-WS
               MOVE '1'  TO PAYMENT-RATING-WS
           WHEN 3
               MOVE '78' TO ACCOUNT-STATUS-WS
               MOVE '2'  TO PAYMENT-RATING-WS
           WHEN 4
               EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS <= 120
                   MOVE '80' TO ACCOUNT-STATUS-WS
                   MOVE '3'  TO PAYMENT-RATING-WS
               WHEN DAYS-PAST-DUE-WS <= 150
                   MOVE '82' TO ACCOUNT-STATUS-WS
                   MOVE '4'  TO PAYMENT-RATING-WS
               WHEN DAYS-PAST-DUE-WS <= 180
                   MOVE '83' TO ACCOUNT-STATUS-WS
                   MOVE '5'  TO PAYMENT-RATING-WS
               WHEN OTHER
                   MOVE '84' TO ACCOUNT-STATUS-WS
                   MOVE '6'  TO PAYMENT-RATING-WS
               END-EVALUATE
           WHEN OTHER
               MOVE '11' TO ACCOUNT-STATUS-WS
               MOVE '0'  TO PAYMENT-RATING-WS
           END-EVALUATE.
      *
       530-BUILD-BASE-SEGMENT.
      *
      *    MONEY GOES TO THE BUREAU IN WHOLE DOLLARS - THE MOVES DROP
      *    THE CENTS.
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           SET CB-BASE-SEGMENT TO TRUE.
           MOVE LM-LOAN-NO TO CB-ACCOUNT-NO.
           MOVE 'I' TO CB-PORTFOLIO-TYPE.
           IF LM-AUTO-LOAN
               MOVE '00' TO CB-ACCOUNT-TYPE
           ELSE
               MOVE '01' TO CB-ACCOUNT-TYPE
           END-IF.
           PERFORM 540-ESTIMATE-DATE-OPENED.
           MOVE OPENED-DATE-WS     TO CB-DATE-OPENED.
           MOVE LM-ORIGINAL-AMOUNT TO CB-HIGHEST-CREDIT.
           MOVE LM-TERM-MONTHS     TO CB-TERMS-DURATION.
           MOVE 'M' TO CB-TERMS-FREQUENCY.
           IF STATUS-CHARGED-OFF OR STATUS-CLOSED
               MOVE ZERO TO CB-SCHEDULED-PAYMENT
           ELSE
               MOVE LM-PAYMENT-AMOUNT TO CB-SCHEDULED-PAYMENT
           END-IF.
      *    ONLY WHAT CAME IN THIS MONTH COUNTS AS THE ACTUAL PAYMENT.
           MOVE HS-LAST-PAY-DATE TO LAST-PAY-MONTH-WS.
           IF LAST-PAY-YYYYMM-WS = BUSINESS-YYYYMM-WS
               MOVE HS-LAST-PAY-AMOUNT TO CB-ACTUAL-PAYMENT
           ELSE
               MOVE ZERO TO CB-ACTUAL-PAYMENT
           END-IF.
           MOVE ACCOUNT-STATUS-WS  TO CB-ACCOUNT-STATUS.
           MOVE PAYMENT-RATING-WS  TO CB-PAYMENT-RATING.
           MOVE LM-DISPUTE-CODE    TO CB-COMPLIANCE-CODE.
           IF LM-PAID-OFF
               MOVE ZERO TO CB-CURRENT-BALANCE
           ELSE
               MOVE LM-CURRENT-BALANCE TO CB-CURRENT-BALANCE
           END-IF.
           MOVE PAST-DUE-AMOUNT-WS TO CB-AMOUNT-PAST-DUE.
           IF STATUS-CHARGED-OFF
               MOVE HS-CHARGE-OFF-AMOUNT TO CB-CHARGE-OFF-AMOUNT
           ELSE
               MOVE ZERO TO CB-CHARGE-OFF-AMOUNT
           END-IF.
           MOVE BD-BUSINESS-DATE TO CB-DATE-ACCOUNT-INFO.
      *    THE FIRST DELINQUENCY IS THE OLDEST DUE DATE STILL UNPAID,
      *    WHICH A CHARGE-OFF FREEZES ON THE MASTER.
           IF STATUS-DELINQUENT AND DAYS-PAST-DUE-WS > ZERO
               OR STATUS-CHARGED-OFF
               MOVE LM-NEXT-DUE-DATE TO CB-DATE-FIRST-DLQ
           ELSE
               MOVE ZERO TO CB-DATE-FIRST-DLQ
           END-IF.
           IF STATUS-CLOSED
               IF HS-LAST-PAY-DATE > ZERO
                   MOVE HS-LAST-PAY-DATE TO CB-DATE-CLOSED
               ELSE
                   MOVE BD-BUSINESS-DATE TO CB-DATE-CLOSED
               END-IF
           ELSE
               MOVE ZERO TO CB-DATE-CLOSED
           END-IF.
           MOVE HS-LAST-PAY-DATE TO CB-DATE-LAST-PAYMENT.
           MOVE LM-BORROWER-NAME TO CB-CONSUMER-NAME.
           MOVE '1' TO CB-ECOA-CODE.
           MOVE ADDR  OF CUST-MASTER-RECORD TO CB-ADDRESS-LINE.
           MOVE CITY  OF CUST-MASTER-RECORD TO CB-CITY.
           MOVE STATE OF CUST-MASTER-RECORD TO CB-STATE.
           MOVE SPACES TO CB-POSTAL-CODE.
      *
       540-ESTIMATE-DATE-OPENED.
      *
      *    THE MASTER KEEPS NO BOARDING DATE.  THE LOAN WAS MADE A
      *    MONTH BEFORE ITS FIRST PAYMENT - THE EARLIEST HISTORY, OR
      *    FOR A LOAN NOT YET PAID ON, THE NEXT DUE DATE.
           IF HS-FIRST-DATE > ZERO
               MOVE HS-FIRST-DATE TO OPENED-DATE-WS
           ELSE
               MOVE LM-NEXT-DUE-DATE TO OPENED-DATE-WS
           END-IF.
           IF OPEN-MONTH-WS = 1
               MOVE 12 TO OPEN-MONTH-WS
               SUBTRACT 1 FROM OPEN-YEAR-WS
           ELSE
               SUBTRACT 1 FROM OPEN-MONTH-WS
           END-IF.
           IF OPEN-DAY-WS > 28
               MOVE 28 TO OPEN-DAY-WS
           END-IF.
      *
       560-WRITE-BASE-SEGMENT.
      *
           WRITE CREDIT-BUREAU-RECORD.
           IF NOT BUREAU-OK
               DISPLAY 'CREDIT BUREAU FILE WRITE PROBLEM'
               MOVE '560-WRITE-BASE-SEGMENT'
                  TO EL-PARAGRAPH
               MOVE 'CREDIT BUREAU FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CRBUREAU' TO EL-FILE-NAME
               MOVE BUREAU-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO SEGMENTS-WRITTEN-COUNT.
           ADD CB-CURRENT-BALANCE TO BALANCE-TOTAL-WS.
           EVALUATE TRUE
           WHEN STATUS-CURRENT
               ADD 1 TO CURRENT-COUNT
           WHEN STATUS-DELINQUENT
               ADD 1 TO DELINQUENT-COUNT
           WHEN ACCOUNT-STATUS-WS = '97'
               ADD 1 TO CHARGED-OFF-COUNT
           WHEN OTHER
               ADD 1 TO CLOSED-COUNT
           END-EVALUATE.
           IF NOT LM-NO-DISPUTE
               ADD 1 TO DISPUTE-COUNT
           END-IF.
           MOVE SPACES TO BR-NOTE.
           EVALUATE TRUE
           WHEN LM-DISPUTE-RESOLVED
               MOVE 'DISPUTE RESOLVED - CLEARED' TO BR-NOTE
           WHEN NOT LM-NO-DISPUTE
               MOVE 'DISPUTE REPORTED' TO BR-NOTE
           WHEN STATUS-CLOSED
               MOVE 'FINAL STATUS REPORTED' TO BR-NOTE
           END-EVALUATE.
           IF NOT STATUS-CURRENT OR NOT LM-NO-DISPUTE
               PERFORM 600-WRITE-DETAIL-LINE
           END-IF.
      *
       570-UPDATE-MASTER.
      *
      *    A RESOLVED DISPUTE HAS NOW GONE OUT ONCE AND IS DROPPED; A
      *    CLOSED ACCOUNT HAS HAD ITS FINAL REPORT.
           MOVE 'N' TO MASTER-CHANGED-WS.
           IF LM-DISPUTE-RESOLVED
               SET LM-NO-DISPUTE TO TRUE
               MOVE 'Y' TO MASTER-CHANGED-WS
           END-IF.
           IF STATUS-CLOSED
               SET LM-BUREAU-CLOSED TO TRUE
               MOVE 'Y' TO MASTER-CHANGED-WS
           END-IF.
           IF MASTER-CHANGED
               REWRITE LOAN-MASTER-RECORD
               IF NOT LOANMAST-OK
                   DISPLAY 'LOAN MASTER REWRITE PROBLEM'
                   MOVE '570-UPDATE-MASTER'
                      TO EL-PARAGRAPH
                   MOVE 'LOAN MASTER REWRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'LOANMAST' TO EL-FILE-NAME
                   MOVE LOANMAST-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE LM-LOAN-NO         TO BR-LOAN-NO.
           MOVE LM-BORROWER-NAME   TO BR-BORROWER-NAME.
           MOVE LM-PRODUCT-CODE    TO BR-PRODUCT-CODE.
           MOVE ACCOUNT-STATUS-WS  TO BR-STATUS.
           MOVE PAYMENT-RATING-WS  TO BR-RATING.
           MOVE LM-DISPUTE-CODE    TO BR-COMPLIANCE.
           MOVE LM-CURRENT-BALANCE TO BR-BALANCE.
           MOVE PAST-DUE-AMOUNT-WS TO BR-PAST-DUE.
           WRITE PRINT-LINE FROM BUREAU-DETAIL-LINE.
      *
       650-WRITE-HEADER.
      *
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           SET CB-HEADER-RECORD TO TRUE.
           MOVE REPORTER-ID-WS   TO CB-REPORTER-ID.
           MOVE REPORTER-NAME-WS TO CB-REPORTER-NAME.
           MOVE BD-BUSINESS-DATE TO CB-ACTIVITY-DATE, CB-CREATED-DATE.
           WRITE CREDIT-BUREAU-RECORD.
      *
       660-WRITE-TRAILER.
      *
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           SET CB-TRAILER-RECORD TO TRUE.
           MOVE SEGMENTS-WRITTEN-COUNT TO CB-BASE-COUNT.
           MOVE BALANCE-TOTAL-WS       TO CB-BALANCE-TOTAL.
           MOVE CURRENT-COUNT          TO CB-CURRENT-COUNT.
           MOVE DELINQUENT-COUNT       TO CB-DELINQUENT-COUNT.
           MOVE CHARGED-OFF-COUNT      TO CB-CHARGED-OFF-COUNT.
           MOVE CLOSED-COUNT           TO CB-CLOSED-COUNT.
           MOVE DISPUTE-COUNT          TO CB-DISPUTE-COUNT.
           WRITE CREDIT-BUREAU-RECORD.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE LOANS-READ-COUNT       TO RT-READ.
           MOVE SEGMENTS-WRITTEN-COUNT TO RT-SEGMENTS.
           MOVE NOT-REPORTED-COUNT     TO RT-NOT-REPORTED.
           MOVE BALANCE-TOTAL-WS       TO RT-BALANCE.
           MOVE CURRENT-COUNT          TO RT-CURRENT.
           MOVE DELINQUENT-COUNT       TO RT-DELINQUENT.
           MOVE CHARGED-OFF-COUNT      TO RT-CHARGED-OFF.
           MOVE CLOSED-COUNT           TO RT-CLOSED.
           MOVE DISPUTE-COUNT          TO RT-DISPUTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE-1.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE-2.
      *
       900-WRAP-UP.
           CLOSE LOANMAST-FILE, LOAN-HISTORY-FILE, CUSTFILE,
               BUREAU-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

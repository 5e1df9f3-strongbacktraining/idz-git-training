      * delinquent to the nonaccrual status LOANQUOT and LOANPOST      *
      * now respect, and prints a delinquency report bucketed the      *
      * way CUSTAGE buckets balances.                                  *
      * A loan LOANMOD has modified is held in the bucket it was       *
      * modified out of until LOANPOST has counted the parameter       *
      * file's number of on-time payments on the new terms; it then    *
      * cures out of the buckets and, if nonaccrual, goes back to      *
      * accruing.                                                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
           05  GRACE-DAYS-WS              PIC 9(3) VALUE 10.
           05  LATE-FEE-WS                PIC 9(5)V99 VALUE 25.00.
           05  NONACCRUAL-DAYS-WS         PIC 9(3) VALUE 90.
           05  MOD-CURE-PAYMENTS-WS       PIC 9(2) VALUE 6.
       01  PARM-COUNT-VALUE-WS.
           05  PARM-COUNT-WS              PIC 9(3).
           05  FILLER                     PIC X(17).
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DUE-INT-WS                 PIC 9(9) COMP.
           05  FEES-ASSESSED-COUNT        PIC 9(5) VALUE ZERO.
           05  FEES-ASSESSED-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  MOVED-NONACCRUAL-COUNT     PIC 9(5) VALUE ZERO.
           05  MODS-IN-CURE-COUNT         PIC 9(5) VALUE ZERO.
           05  MODS-CURED-COUNT           PIC 9(5) VALUE ZERO.
       01  CURE-ACTION-WS.
           05  FILLER                     PIC X(19) VALUE
                   "MODIFIED - IN CURE ".
           05  CA-ONTIME-COUNT            PIC Z9.
           05  FILLER                     PIC X(4)  VALUE " OF ".
           05  CA-CURE-PAYMENTS           PIC Z9.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(27) VALUE
                   "LOAN DELINQUENCY REPORT -".
           05  FILLER            PIC X(22) VALUE
                   "  MOVED TO NONACCRUAL ".
           05  RT-NONACCRUAL     PIC ZZZZ9.
       01  CURE-TOTALS-LINE.
           05  FILLER            PIC X(24) VALUE
                   "MODIFIED LOANS IN CURE  ".
           05  CT-IN-CURE        PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  CURED  ".
           05  CT-CURED          PIC ZZZZ9.
           05  FILLER            PIC X(21) VALUE
                   "  ON-TIME TO CURE    ".
           05  CT-CURE-PAYMENTS  PIC Z9.
      *
       PROCEDURE DIVISION.
      *
               VARYING BUCKET-SUB FROM 1 BY 1 UNTIL BUCKET-SUB > 4.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-DELINQUENCY-CONTROL.
           PERFORM 320-GET-CURE-PARAMETER.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
      *
       110-CLEAR-BUCKETS.
                   END-IF
           END-READ.
           CLOSE DLQCTL-FILE.
      *
       320-GET-CURE-PARAMETER.
      *
           MOVE 'LOANDLQ' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'LNMOD-CURE' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-COUNT-VALUE-WS
               IF PARM-COUNT-WS NUMERIC AND PARM-COUNT-WS > ZERO
                   AND PARM-COUNT-WS < 100
                   MOVE PARM-COUNT-WS TO MOD-CURE-PAYMENTS-WS
               END-IF
           END-IF.
           MOVE MOD-CURE-PAYMENTS-WS TO CA-CURE-PAYMENTS.
      *
       500-AGE-ONE-LOAN.
      *
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
           COMPUTE DAYS-PAST-DUE-WS = TODAY-INT-WS - DUE-INT-WS.
           MOVE ZERO TO BUCKET-SUB.
           IF DAYS-PAST-DUE-WS > ZERO
               EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS <= 30
                   MOVE 1 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
               END-EVALUATE
           END-IF.
           IF LM-MOD-IN-CURE
               PERFORM 520-CHECK-MODIFICATION-CURE
           END-IF.
           IF BUCKET-SUB > ZERO
               ADD 1 TO BK-COUNT(BUCKET-SUB)
               ADD LM-CURRENT-BALANCE TO BK-BALANCE(BUCKET-SUB)
               IF DAYS-PAST-DUE-WS > ZERO
                   PERFORM 510-TAKE-DELINQUENCY-ACTION
               ELSE
                   PERFORM 540-WRITE-IN-CURE-LINE
               END-IF
           END-IF.
      *
       510-TAKE-DELINQUENCY-ACTION.
           MOVE LM-CURRENT-BALANCE TO DD-BALANCE.
           MOVE DAYS-PAST-DUE-WS TO DD-DAYS-PAST.
           WRITE PRINT-LINE FROM DELINQUENT-DETAIL-LINE.
      *
       520-CHECK-MODIFICATION-CURE.
      *
      *    CURRENT ON THE NEW TERMS WITH ENOUGH ON-TIME PAYMENTS
      *    BEHIND IT, THE LOAN CURES; OTHERWISE IT STAYS IN THE
      *    WORSE OF ITS OWN BUCKET AND THE ONE IT WAS MODIFIED OUT OF.
           IF LM-MOD-ONTIME-COUNT >= MOD-CURE-PAYMENTS-WS
               AND DAYS-PAST-DUE-WS <= ZERO
               MOVE SPACE TO LM-MOD-CURE-STATUS
               MOVE ZERO TO LM-MOD-BUCKET, LM-MOD-ONTIME-COUNT
               MOVE 'CURED - MODIFICATION' TO DD-ACTION
               IF LM-NONACCRUAL
                   SET LM-ACTIVE TO TRUE
                   MOVE 'CURED - BACK TO ACCRUAL' TO DD-ACTION
               END-IF
               ADD 1 TO MODS-CURED-COUNT
               PERFORM 530-REWRITE-LOAN
               PERFORM 550-WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO MODS-IN-CURE-COUNT
               IF LM-MOD-BUCKET NUMERIC
                   AND LM-MOD-BUCKET > BUCKET-SUB
                   AND LM-MOD-BUCKET <= 4
                   MOVE LM-MOD-BUCKET TO BUCKET-SUB
               END-IF
           END-IF.
      *
       530-REWRITE-LOAN.
      *
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER REWRITE PROBLEM'
               MOVE '530-REWRITE-LOAN'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       540-WRITE-IN-CURE-LINE.
      *
      *    CURRENT ON THE NEW SCHEDULE BUT NOT YET CURED - NO FEE,
      *    JUST THE LINE UNDER THE BUCKET IT IS STILL COUNTED IN.
           MOVE LM-MOD-ONTIME-COUNT TO CA-ONTIME-COUNT.
           MOVE CURE-ACTION-WS TO DD-ACTION.
           PERFORM 550-WRITE-DETAIL-LINE.
      *
       550-WRITE-DETAIL-LINE.
      *
           MOVE LM-LOAN-NO TO DD-LOAN-NO.
           MOVE LM-BORROWER-NAME TO DD-BORROWER-NAME.
           MOVE LM-CURRENT-BALANCE TO DD-BALANCE.
           IF DAYS-PAST-DUE-WS > ZERO
               MOVE DAYS-PAST-DUE-WS TO DD-DAYS-PAST
           ELSE
               MOVE ZERO TO DD-DAYS-PAST
           END-IF.
           WRITE PRINT-LINE FROM DELINQUENT-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE FEES-ASSESSED-TOTAL  TO RT-FEE-TOTAL.
           MOVE MOVED-NONACCRUAL-COUNT TO RT-NONACCRUAL.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
           MOVE MODS-IN-CURE-COUNT   TO CT-IN-CURE.
           MOVE MODS-CURED-COUNT     TO CT-CURED.
           MOVE MOD-CURE-PAYMENTS-WS TO CT-CURE-PAYMENTS.
           WRITE PRINT-LINE FROM CURE-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE LOANMAST-FILE, PRINTFILE.

      ******************************************************************
      * LOANCHG                                                        *
      * Loan charge-off run.  LOANDLQ moves a loan to nonaccrual past  *
      * ninety days and there it used to sit at full balance forever.  *
      * This run writes off every nonaccrual loan whose next due date  *
      * is older than the parameter file's charge-off age, and any     *
      * loan credit has named on a LNCODEC decision card, to the       *
      * charged-off status.  The principal is written off to loan      *
      * losses and the interest LOANACCR accrued but never collected   *
      * is reversed out of income, both through the GL feed, and a     *
      * charge-off entry goes to LOANHIST.  The balance stays on the   *
      * master as the deficiency LOANRCV recoveries are applied to.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (LOANCRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCHG.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE
               ASSIGN TO UT-S-LNCODEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECISION-ST.
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
               ASSIGN TO LOANCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * CHARGE-OFF DECISIONS KEYED BY CREDIT - OPTIONAL, A NIGHT
      * WITH NO DECISIONS HAS NO FILE.
       FD  DECISION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DECISION-RECORD.
           05  DC-LOAN-NO                PIC 9(7).
           05  DC-REASON                 PIC X(20).
           05  DC-APPROVED-BY            PIC X(8).
           05  FILLER                    PIC X(5).
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
       01  PROGRAM-SWITCHES.
           05  DECISION-ST                PIC X(2).
               88  DECISION-OK                    VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  LOANHIST-ST                PIC X(2).
               88  LOANHIST-OK                    VALUE '00'.
               88  LOANHIST-DUPLICATE             VALUE '22'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  DECISION-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-DECISIONS              VALUE 'Y'.
           05  LOANMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOANS                  VALUE 'Y'.
           05  DECISION-FOUND-WS          PIC X(1)  VALUE 'N'.
               88  DECISION-FOUND                 VALUE 'Y'.
      *
      * DECISION CARDS, LOADED AT STARTUP AND MARKED AS THEIR LOANS
      * ARE CHARGED OFF - ANY LEFT UNUSED ARE LISTED AT THE END.
       01  DECISION-TABLE-WS.
           05  DECISION-COUNT             PIC 9(3) VALUE ZERO.
           05  DECISION-ENTRY OCCURS 500.
               10  DT-LOAN-NO             PIC 9(7).
               10  DT-REASON              PIC X(20).
               10  DT-APPROVED-BY         PIC X(8).
               10  DT-USED                PIC X(1).
       01  DECISION-SUB                   PIC 9(3).
       01  CHARGE-OFF-PARAMETERS-WS.
           05  CHARGE-OFF-DAYS-WS         PIC 9(3) VALUE 180.
           05  ACCRUAL-MONTHS-WS          PIC 9(3) VALUE 3.
       01  PARM-COUNT-VALUE-WS.
           05  PARM-COUNT-WS              PIC 9(3).
           05  FILLER                     PIC X(17).
       01  CHARGE-OFF-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DUE-INT-WS                 PIC 9(9) COMP.
           05  DAYS-PAST-DUE-WS           PIC S9(5).
           05  MISSED-PERIODS-WS          PIC 9(3).
           05  MISSED-DUE-DATE-WS         PIC 9(8).
           05  PRINCIPAL-LOSS-WS          PIC S9(9)V99.
           05  INTEREST-REVERSED-WS       PIC S9(9)V99.
       01  DUE-DATE-WORK-WS.
           05  DUE-YEAR-WS                PIC 9(4).
           05  DUE-MONTH-WS               PIC 9(2).
           05  DUE-DAY-WS                 PIC 9(2).
       01  CHARGE-OFF-TOTALS-WS.
           05  LOANS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  CHARGED-OFF-COUNT          PIC 9(5) VALUE ZERO.
           05  TOTAL-PRINCIPAL-LOSS-WS    PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-INTEREST-REV-WS      PIC S9(11)V99 VALUE ZERO.
           05  DECISIONS-UNUSED-COUNT     PIC 9(3) VALUE ZERO.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(24) VALUE
                   "LOAN CHARGE-OFF RUN -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(22) VALUE
                   "  CHARGE-OFF AGE DAYS ".
           05  HDG-AGE-DAYS      PIC ZZ9.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "LOAN NO".
           05  FILLER            PIC X(27) VALUE "BORROWER".
           05  FILLER            PIC X(6)  VALUE "PROD".
           05  FILLER            PIC X(7)  VALUE "DAYS".
           05  FILLER            PIC X(18) VALUE "PRINCIPAL LOSS".
           05  FILLER            PIC X(15) VALUE "INT REVERSED".
           05  FILLER            PIC X(20) VALUE "REASON".
           05  FILLER            PIC X(8)  VALUE "BY".
       01  CHARGE-OFF-DETAIL-LINE.
           05  CD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-BORROWER-NAME  PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PRODUCT-CODE   PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CD-DAYS-PAST      PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-INTEREST       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-REASON         PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-APPROVED-BY    PIC X(8).
       01  UNUSED-DECISION-LINE.
           05  UD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(35) VALUE
                   "DECISION CARD NOT APPLIED - LOAN IS".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  UD-WHY            PIC X(24).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  UD-APPROVED-BY    PIC X(8).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "LOANS READ    ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(15) VALUE "  CHARGED OFF  ".
           05  RT-CHARGED-OFF    PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE
                   "  PRINCIPAL LOSS  ".
           05  RT-PRINCIPAL      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(16) VALUE
                   "  INT REVERSED  ".
           05  RT-INTEREST       PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SCAN-LOAN UNTIL NO-MORE-LOANS.
           PERFORM 640-LIST-UNUSED-DECISIONS
               VARYING DECISION-SUB FROM 1 BY 1
               UNTIL DECISION-SUB > DECISION-COUNT.
           PERFORM 650-WRITE-GL-FEED.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANCHG' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 150-GET-PARAMETERS.
           MOVE CHARGE-OFF-DAYS-WS TO HDG-AGE-DAYS.
           PERFORM 300-OPEN-FILES.
           PERFORM 350-LOAD-DECISIONS.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-PARAMETERS.
      *
      *    THE CHARGE-OFF AGE IN DAYS PAST DUE, AND HOW MANY MONTHS
      *    LOANACCR ACCRUES ON A LOAN THAT STOPS PAYING BEFORE
      *    LOANDLQ PUTS IT ON NONACCRUAL - THE MOST ACCRUED INTEREST
      *    A NONACCRUAL LOAN CAN CARRY.
           MOVE 'LOANCHG' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'LNCO-DAYS' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-COUNT-VALUE-WS
               IF PARM-COUNT-WS NUMERIC AND PARM-COUNT-WS > ZERO
                   MOVE PARM-COUNT-WS TO CHARGE-OFF-DAYS-WS
               END-IF
           END-IF.
           MOVE 'LNCO-ACR-MOS' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-COUNT-VALUE-WS
               IF PARM-COUNT-WS NUMERIC
                   MOVE PARM-COUNT-WS TO ACCRUAL-MONTHS-WS
               END-IF
           END-IF.
           DISPLAY 'LOANCHG: CHARGE-OFF AGE ' CHARGE-OFF-DAYS-WS
               ' DAYS, ACCRUED MONTHS ' ACCRUAL-MONTHS-WS.
      *
       200-SCAN-LOAN.
      *
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LOANS TO TRUE
               NOT AT END
                   ADD 1 TO LOANS-READ-COUNT
                   IF LM-ACTIVE OR LM-NONACCRUAL
                       PERFORM 500-DECIDE-CHARGE-OFF
                   END-IF
           END-READ.
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
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CHARGE-OFF REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CHARGE-OFF REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       350-LOAD-DECISIONS.
      *
           OPEN INPUT DECISION-FILE.
           IF NOT DECISION-OK
               DISPLAY 'LOANCHG: NO CHARGE-OFF DECISIONS TONIGHT'
           ELSE
               PERFORM 360-READ-DECISION UNTIL NO-MORE-DECISIONS
               CLOSE DECISION-FILE
           END-IF.
      *
       360-READ-DECISION.
      *
           READ DECISION-FILE
               AT END
                   SET NO-MORE-DECISIONS TO TRUE
               NOT AT END
                   IF DECISION-COUNT >= 500
                       DISPLAY 'LOANCHG: DECISION CARD IGNORED '
                           DC-LOAN-NO
                   ELSE
                       ADD 1 TO DECISION-COUNT
                       MOVE DC-LOAN-NO
                           TO DT-LOAN-NO(DECISION-COUNT)
                       MOVE DC-REASON
                           TO DT-REASON(DECISION-COUNT)
                       MOVE DC-APPROVED-BY
                           TO DT-APPROVED-BY(DECISION-COUNT)
                       MOVE 'N' TO DT-USED(DECISION-COUNT)
                   END-IF
           END-READ.
      *
       500-DECIDE-CHARGE-OFF.
      *
      *    A NONACCRUAL LOAN PAST THE CHARGE-OFF AGE GOES ON ITS
      *    OWN; ANY ACTIVE OR NONACCRUAL LOAN CREDIT HAS NAMED ON A
      *    DECISION CARD GOES WHATEVER ITS AGE.
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
           COMPUTE DAYS-PAST-DUE-WS = TODAY-INT-WS - DUE-INT-WS.
           PERFORM 520-FIND-DECISION.
           IF DECISION-FOUND
               MOVE 'Y' TO DT-USED(DECISION-SUB)
               MOVE DT-REASON(DECISION-SUB) TO CD-REASON
               MOVE DT-APPROVED-BY(DECISION-SUB) TO CD-APPROVED-BY
               PERFORM 540-CHARGE-OFF-LOAN
           ELSE
               IF LM-NONACCRUAL
                   AND DAYS-PAST-DUE-WS > CHARGE-OFF-DAYS-WS
                   MOVE 'PAST CHARGE-OFF AGE' TO CD-REASON
                   MOVE 'AGED' TO CD-APPROVED-BY
                   PERFORM 540-CHARGE-OFF-LOAN
               END-IF
           END-IF.
      *
       520-FIND-DECISION.
      *
           MOVE 'N' TO DECISION-FOUND-WS.
           PERFORM 525-MATCH-DECISION
               VARYING DECISION-SUB FROM 1 BY 1
               UNTIL DECISION-SUB > DECISION-COUNT
               OR DECISION-FOUND.
           IF DECISION-FOUND
      *        PERFORM VARYING LEAVES DECISION-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM DECISION-SUB
           END-IF.
      *
       525-MATCH-DECISION.
      *
           IF DT-LOAN-NO(DECISION-SUB) = LM-LOAN-NO
               AND DT-USED(DECISION-SUB) = 'N'
               SET DECISION-FOUND TO TRUE
           END-IF.
      *
       540-CHARGE-OFF-LOAN.
      *
           PERFORM 545-FIGURE-ACCRUED-INTEREST.
           MOVE LM-CURRENT-BALANCE TO PRINCIPAL-LOSS-WS.
           SET LM-CHARGED-OFF TO TRUE.
      *    A CHARGED-OFF LOAN IS NO LONGER CURING A MODIFICATION.
           MOVE SPACE TO LM-MOD-CURE-STATUS.
           MOVE ZERO TO LM-MOD-BUCKET, LM-MOD-ONTIME-COUNT.
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER REWRITE PROBLEM'
               MOVE '540-CHARGE-OFF-LOAN'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 560-WRITE-LOAN-HISTORY.
           ADD 1 TO CHARGED-OFF-COUNT.
           ADD PRINCIPAL-LOSS-WS    TO TOTAL-PRINCIPAL-LOSS-WS.
           ADD INTEREST-REVERSED-WS TO TOTAL-INTEREST-REV-WS.
           MOVE LM-LOAN-NO          TO CD-LOAN-NO.
           MOVE LM-BORROWER-NAME    TO CD-BORROWER-NAME.
           MOVE LM-PRODUCT-CODE     TO CD-PRODUCT-CODE.
           IF DAYS-PAST-DUE-WS > ZERO
               MOVE DAYS-PAST-DUE-WS TO CD-DAYS-PAST
           ELSE
               MOVE ZERO TO CD-DAYS-PAST
           END-IF.
           MOVE PRINCIPAL-LOSS-WS    TO CD-PRINCIPAL.
           MOVE INTEREST-REVERSED-WS TO CD-INTEREST.
           WRITE PRINT-LINE FROM CHARGE-OFF-DETAIL-LINE.
      *
       545-FIGURE-ACCRUED-INTEREST.
      *
      *    LOANACCR BOOKED ONE MONTH'S INTEREST FOR EVERY MONTH THE
      *    LOAN WAS ACTIVE; WHAT WAS NEVER COLLECTED IS A MONTH FOR
      *    EACH DUE DATE MISSED - UP TO THE ACCRUED-MONTHS LIMIT ONCE
      *    THE LOAN HAS STOPPED ACCRUING.
           MOVE ZERO TO MISSED-PERIODS-WS, INTEREST-REVERSED-WS.
           MOVE LM-NEXT-DUE-DATE TO MISSED-DUE-DATE-WS.
           PERFORM 550-COUNT-MISSED-DUE-DATE
               UNTIL MISSED-DUE-DATE-WS >= BD-BUSINESS-DATE
               OR MISSED-PERIODS-WS = 999.
           IF LM-NONACCRUAL
               AND MISSED-PERIODS-WS > ACCRUAL-MONTHS-WS
               MOVE ACCRUAL-MONTHS-WS TO MISSED-PERIODS-WS
           END-IF.
           COMPUTE INTEREST-REVERSED-WS ROUNDED =
               LM-CURRENT-BALANCE * LM-ANNUAL-RATE
               * MISSED-PERIODS-WS / 12.
      *
       550-COUNT-MISSED-DUE-DATE.
      *
           ADD 1 TO MISSED-PERIODS-WS.
           MOVE MISSED-DUE-DATE-WS(1:4) TO DUE-YEAR-WS.
           MOVE MISSED-DUE-DATE-WS(5:2) TO DUE-MONTH-WS.
           MOVE MISSED-DUE-DATE-WS(7:2) TO DUE-DAY-WS.
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
           MOVE DUE-YEAR-WS  TO MISSED-DUE-DATE-WS(1:4).
           MOVE DUE-MONTH-WS TO MISSED-DUE-DATE-WS(5:2).
           MOVE DUE-DAY-WS   TO MISSED-DUE-DATE-WS(7:2).
      *
       560-WRITE-LOAN-HISTORY.
      *
           MOVE SPACES TO LOAN-HISTORY-RECORD.
           SET LH-CHARGE-OFF-ENTRY TO TRUE.
           MOVE LM-LOAN-NO TO LH-LOAN-NO.
           MOVE BD-BUSINESS-DATE TO LH-POSTING-DATE.
           MOVE 1 TO LH-POST-SEQ.
           MOVE ZERO TO LH-PAYMENT-AMOUNT.
           MOVE INTEREST-REVERSED-WS TO LH-INTEREST-PORTION.
           MOVE PRINCIPAL-LOSS-WS TO LH-PRINCIPAL-PORTION.
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
       640-LIST-UNUSED-DECISIONS.
      *
      *    A CARD FOR A LOAN THAT WAS NOT ACTIVE OR NONACCRUAL, OR IS
      *    NOT ON THE MASTER AT ALL, GOES BACK TO CREDIT.
           IF DT-USED(DECISION-SUB) = 'N'
               ADD 1 TO DECISIONS-UNUSED-COUNT
               MOVE DT-LOAN-NO(DECISION-SUB) TO UD-LOAN-NO, LM-LOAN-NO
               MOVE DT-APPROVED-BY(DECISION-SUB) TO UD-APPROVED-BY
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT LOANMAST-OK
                       MOVE 'NOT ON LOAN MASTER' TO UD-WHY
                   WHEN LM-CHARGED-OFF
                       MOVE 'ALREADY CHARGED OFF' TO UD-WHY
                   WHEN LM-PAID-OFF
                       MOVE 'PAID OFF' TO UD-WHY
                   WHEN OTHER
                       MOVE 'NOT CHARGEABLE' TO UD-WHY
               END-EVALUATE
               WRITE PRINT-LINE FROM UNUSED-DECISION-LINE
           END-IF.
      *
       650-WRITE-GL-FEED.
      *
      *    TWO POSTINGS FOR THE RUN: THE PRINCIPAL WRITTEN OFF THE
      *    LOAN BOOK TO LOAN LOSSES, AND THE UNCOLLECTED ACCRUED
      *    INTEREST TAKEN BACK OUT OF INTEREST INCOME.
           IF TOTAL-PRINCIPAL-LOSS-WS > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOANCHG ' TO GF-SOURCE-SYSTEM
               MOVE 'LOANLOSS' TO GF-DEBIT-ACCOUNT
               MOVE 'LOANRECV' TO GF-CREDIT-ACCOUNT
               MOVE TOTAL-PRINCIPAL-LOSS-WS TO GF-AMOUNT
               MOVE 'LOAN PRINCIPAL CHARGE-OFF' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               PERFORM 660-CHECK-GL-WRITE
           END-IF.
           IF TOTAL-INTEREST-REV-WS > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOANCHG ' TO GF-SOURCE-SYSTEM
               MOVE 'INTINCOM' TO GF-DEBIT-ACCOUNT
               MOVE 'INTRECV ' TO GF-CREDIT-ACCOUNT
               MOVE TOTAL-INTEREST-REV-WS TO GF-AMOUNT
               MOVE 'CHARGE-OFF INT REVERSAL' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               PERFORM 660-CHECK-GL-WRITE
           END-IF.
      *
       660-CHECK-GL-WRITE.
      *
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED WRITE PROBLEM'
               MOVE '650-WRITE-GL-FEED'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE LOANS-READ-COUNT        TO RT-READ.
           MOVE CHARGED-OFF-COUNT       TO RT-CHARGED-OFF.
           MOVE TOTAL-PRINCIPAL-LOSS-WS TO RT-PRINCIPAL.
           MOVE TOTAL-INTEREST-REV-WS   TO RT-INTEREST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           DISPLAY 'LOANCHG: LOANS CHARGED OFF ' CHARGED-OFF-COUNT
               ', DECISION CARDS NOT APPLIED ' DECISIONS-UNUSED-COUNT.
           CLOSE LOANMAST-FILE, LOAN-HISTORY-FILE, GL-FEED-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      * posting step in the same GL-FEED layout INSURCOB and SUPLAGE   *
      * write - so the bureau stops being fed re-keyed roster          *
      * printouts.  The register no longer stops at gross: each        *
      * employee's per-period tax, benefit and garnishment come off    *
      * the DEDMAST deduction master to give net pay, a deduction      *
      * register by type carries department control totals, and the    *
      * employer-side tax expense posts to the GL feed beside the      *
      * gross salary expense.                                          *
      * Hourly staff are no longer keyed in as adjustments: an         *
      * EMP-HOURLY employee's gross is priced from the HRTCEDIT        *
      * timecards - straight time to forty hours in each week, time    *
      * and a half over forty, plus the shift differential per         *
      * differential hour (GETPARM SHIFT-DIFF-RT) - and the overtime   *
      * hours and dollars are totalled by department and company for   *
      * the managers.                                                  *
      * Nothing the register prints is forgotten any more: every       *
      * employee's gross, deductions and net for the period are        *
      * appended to the PAYHIST payroll history that the quarterly     *
      * tax report (HRPAYQTR) and the year-end W-2 run (HRW2) read.    *
      * Net pay is paid through the treasury hub: each employee's      *
      * net goes out on the PAYDISB disbursement feed TREASHUB takes   *
      * as source PAYROLL - to the DDENROLL direct-deposit accounts    *
      * (split two ways where enrolled so), or as a check for an       *
      * employee with no active enrollment.                            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-EMP-ID
               FILE STATUS IS DEDMAST-ST.
           SELECT TIMECARD-FILE
               ASSIGN TO UT-S-TIMECARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TIMECARD-KEY
               FILE STATUS IS TIMECARD-ST.
           SELECT PAYHIST-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYHIST-ST.
           SELECT DDENROLL-FILE
               ASSIGN TO UT-S-DDENROLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-EMP-ID
               FILE STATUS IS DDENROLL-ST.
           SELECT PAYDISB-FILE
               ASSIGN TO UT-S-PAYDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYDISB-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
      * PAYROLL DEDUCTION MASTER - OPTIONAL; ABSENT, THE REGISTER
       FD  DEDMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY DEDMAST.
      *
      * EDITED TIMECARDS FOR THE PERIOD FROM HRTCEDIT - OPTIONAL;
      * ABSENT, HOURLY STAFF ARE LISTED WITH NO GROSS.
       FD  TIMECARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY TIMECARD.
      *
       FD  PAYHIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYHIST.
      *
      * DIRECT-DEPOSIT ENROLLMENTS FROM DDMNT - OPTIONAL; ABSENT,
      * EVERY EMPLOYEE IS PAID BY CHECK.
       FD  DDENROLL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DDENROLL.
      *
       FD  PAYDISB-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYDISB.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  SEGFILE-ST                 PIC X(2).
               88  SEGFILE-OK                     VALUE '00'.
               88  DEDMAST-OK                     VALUE '00'.
           05  DEDMAST-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  DEDMAST-AVAILABLE              VALUE 'Y'.
           05  TIMECARD-ST                PIC X(2).
               88  TIMECARD-OK                    VALUE '00'.
           05  TIMECARD-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  TIMECARD-AVAILABLE             VALUE 'Y'.
           05  PAYHIST-ST                 PIC X(2).
               88  PAYHIST-OK                     VALUE '00'.
           05  TIMECARDS-DONE-WS          PIC X(1).
               88  TIMECARDS-DONE                 VALUE 'Y'.
           05  DDENROLL-ST                PIC X(2).
               88  DDENROLL-OK                    VALUE '00'.
           05  DDENROLL-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  DDENROLL-AVAILABLE             VALUE 'Y'.
           05  PAYDISB-ST                 PIC X(2).
               88  PAYDISB-OK                     VALUE '00'.
           05  DEPOSIT-ENROLLED-WS        PIC X(1).
               88  DEPOSIT-ENROLLED               VALUE 'Y'.
      *    SHIFT DIFFERENTIAL PER HOUR; THE PARAMETER IS KEYED AS FIVE
      *    DIGITS WITH TWO DECIMALS IMPLIED (00200 = 2.00).
       01  SHIFT-DIFF-RATE-WS             PIC 9(3)V99 VALUE 2.00.
       01  PARM-RATE-VALUE-WS.
           05  PARM-RATE-WS               PIC 9(3)V99.
       01  HOURLY-WORK-WS.
           05  WEEK-HOURS-WS              PIC 9(4)V99.
           05  WEEK-OVERTIME-WS           PIC 9(4)V99.
           05  EMP-STRAIGHT-HOURS-WS      PIC 9(5)V99.
           05  EMP-OVERTIME-HOURS-WS      PIC 9(5)V99.
           05  EMP-SHIFT-HOURS-WS         PIC 9(5)V99.
           05  EMP-TOTAL-HOURS-WS         PIC 9(5)V99.
           05  EMP-OVERTIME-PAY-WS        PIC 9(5)V99.
       01  DISBURSEMENT-WORK-WS.
           05  PRIMARY-AMOUNT-WS          PIC 9(5)V99.
           05  SECONDARY-AMOUNT-WS        PIC 9(5)V99.
       01  CURRENT-DEPT-WS                PIC X(3).
       01  PERIOD-GROSS-WS                PIC 9(5)V99.
       01  DEDUCTION-WORK-WS.
           05  DEPT-BENEFIT-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05  DEPT-GARNISH-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05  DEPT-NET-TOTAL             PIC S9(9)V99 VALUE ZERO.
           05  DEPT-OVERTIME-HOURS        PIC S9(7)V99 VALUE ZERO.
           05  DEPT-OVERTIME-DOLLARS      PIC S9(9)V99 VALUE ZERO.
       01  COMPANY-TOTALS-WS.
           05  COMPANY-EMPLOYEE-COUNT     PIC 9(5)     VALUE ZERO.
           05  COMPANY-PERIOD-GROSS       PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-BENEFIT-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-GARNISH-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-OVERTIME-HOURS     PIC S9(9)V99 VALUE ZERO.
           05  COMPANY-OVERTIME-DOLLARS   PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-DEPOSIT-COUNT      PIC 9(5)     VALUE ZERO.
           05  COMPANY-DEPOSIT-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-CHECK-COUNT        PIC 9(5)     VALUE ZERO.
           05  COMPANY-CHECK-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(26) VALUE
                   "PAYROLL REGISTER".
           05  FILLER            PIC X(10) VALUE "BENEFIT".
           05  FILLER            PIC X(10) VALUE "GARNISH".
           05  FILLER            PIC X(10) VALUE "NET PAY".
           05  FILLER            PIC X(9)  VALUE "HOURS".
           05  FILLER            PIC X(8)  VALUE "OT HRS".
       01  DEPT-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "DEPARTMENT ".
           05  DH-DEPT-CODE      PIC X(3).
           05  PD-GARNISH        PIC Z,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-NET-PAY        PIC Z,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-HOURS          PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PD-OVERTIME-HOURS PIC Z,ZZ9.99 BLANK WHEN ZERO.
       01  DEPT-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "DEPARTMENT ".
           05  DT-DEPT-CODE      PIC X(3).
           05  DD-GARNISH        PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(6)  VALUE "  NET ".
           05  DD-NET            PIC -ZZZ,ZZ9.99.
       01  DEPT-OVERTIME-LINE.
           05  FILLER            PIC X(11) VALUE "OVERTIME   ".
           05  DO-DEPT-CODE      PIC X(3).
           05  FILLER            PIC X(9)  VALUE "  HOURS  ".
           05  DO-HOURS          PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE "  DOLLARS  ".
           05  DO-DOLLARS        PIC -ZZZ,ZZ9.99.
       01  COMPANY-OVERTIME-LINE.
           05  FILLER            PIC X(23) VALUE
                   "COMPANY OVERTIME HOURS ".
           05  CO-HOURS          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE "  DOLLARS  ".
           05  CO-DOLLARS        PIC -Z,ZZZ,ZZ9.99.
       01  COMPANY-DEDUCTION-LINE.
           05  FILLER            PIC X(19) VALUE
                   "COMPANY DEDUCTIONS ".
           05  CD-GARNISH        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(6)  VALUE "  NET ".
           05  CD-NET            PIC -Z,ZZZ,ZZ9.99.
       01  COMPANY-DISBURSEMENT-LINE.
           05  FILLER            PIC X(33) VALUE
                   "NET PAY DISBURSED  DEPOSITS      ".
           05  CB-DEPOSIT-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CB-DEPOSIT-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE "  CHECKS   ".
           05  CB-CHECK-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CB-CHECK-AMOUNT   PIC -Z,ZZZ,ZZ9.99.
       01  COMPANY-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "COMPANY TOTAL ".
           05  CT-EMPLOYEES      PIC ZZZZ9.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'HRPAYREG' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'SHIFT-DIFF-RT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-RATE-VALUE-WS
               IF PARM-RATE-WS NUMERIC
                   MOVE PARM-RATE-WS TO SHIFT-DIFF-RATE-WS
               END-IF
           END-IF.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
               DISPLAY 'DEDUCTION MASTER UNAVAILABLE - REGISTER '
                   'RUNS GROSS-ONLY'
           END-IF.
           OPEN INPUT TIMECARD-FILE.
           IF TIMECARD-OK
               MOVE 'Y' TO TIMECARD-AVAILABLE-WS
           ELSE
               DISPLAY 'TIMECARD FILE UNAVAILABLE - HOURLY STAFF '
                   'HAVE NO GROSS'
           END-IF.
           OPEN EXTEND PAYHIST-FILE.
           IF NOT PAYHIST-OK
               DISPLAY 'PAYROLL HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYROLL HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT DDENROLL-FILE.
           IF DDENROLL-OK
               MOVE 'Y' TO DDENROLL-AVAILABLE-WS
           ELSE
               DISPLAY 'DIRECT DEPOSIT FILE UNAVAILABLE - NET PAY '
                   'GOES OUT BY CHECK'
           END-IF.
           OPEN OUTPUT PAYDISB-FILE.
           IF NOT PAYDISB-OK
               DISPLAY 'PAYROLL DISBURSEMENT FEED OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYROLL DISBURSEMENT FEED OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE ZERO TO EMP-TOTAL-HOURS-WS, EMP-OVERTIME-HOURS-WS,
                        EMP-OVERTIME-PAY-WS.
           IF EMP-HOURLY
               PERFORM 520-PRICE-HOURLY-GROSS
           ELSE
               COMPUTE PERIOD-GROSS-WS ROUNDED = EMP-SALARY / 12
           END-IF.
           PERFORM 550-PRICE-DEDUCTIONS.
           MOVE WIDGET-EMP-ID  TO PD-EMP-ID.
           MOVE EMP-FIRST-NAME TO PD-FIRST-NAME.
           MOVE BENEFIT-DEDUCTION-WS TO PD-BENEFIT.
           MOVE GARNISH-DEDUCTION-WS TO PD-GARNISH.
           MOVE NET-PAY-WS TO PD-NET-PAY.
           MOVE EMP-TOTAL-HOURS-WS TO PD-HOURS.
           MOVE EMP-OVERTIME-HOURS-WS TO PD-OVERTIME-HOURS.
           WRITE PRINT-LINE FROM PAY-DETAIL-LINE.
           PERFORM 560-WRITE-PAY-HISTORY.
           IF NET-PAY-WS > ZERO
               PERFORM 570-DISBURSE-NET-PAY
           END-IF.
           ADD 1 TO DEPT-EMPLOYEE-COUNT, COMPANY-EMPLOYEE-COUNT.
           ADD PERIOD-GROSS-WS TO DEPT-PERIOD-GROSS,
               COMPANY-PERIOD-GROSS.
           ADD GARNISH-DEDUCTION-WS TO DEPT-GARNISH-TOTAL,
               COMPANY-GARNISH-TOTAL.
           ADD NET-PAY-WS TO DEPT-NET-TOTAL, COMPANY-NET-TOTAL.
           ADD EMP-OVERTIME-HOURS-WS TO DEPT-OVERTIME-HOURS,
               COMPANY-OVERTIME-HOURS.
           ADD EMP-OVERTIME-PAY-WS TO DEPT-OVERTIME-DOLLARS,
               COMPANY-OVERTIME-DOLLARS.
      *
       520-PRICE-HOURLY-GROSS.
      *
      *    EVERY WEEK ON FILE FOR THE EMPLOYEE IS PRICED ON ITS OWN -
      *    THE FORTY-HOUR LINE IS WEEKLY, SO ONE LONG WEEK IS NOT
      *    AVERAGED AWAY BY A SHORT ONE.
           MOVE ZERO TO EMP-STRAIGHT-HOURS-WS, EMP-SHIFT-HOURS-WS.
           MOVE 'N' TO TIMECARDS-DONE-WS.
           IF TIMECARD-AVAILABLE
               MOVE WIDGET-EMP-ID TO TC-EMP-ID
               MOVE ZERO TO TC-WEEK-ENDING-DATE
               START TIMECARD-FILE KEY >= TC-TIMECARD-KEY
                   INVALID KEY
                       SET TIMECARDS-DONE TO TRUE
               END-START
               PERFORM 530-ADD-TIMECARD-WEEK UNTIL TIMECARDS-DONE
           END-IF.
           ADD EMP-STRAIGHT-HOURS-WS, EMP-OVERTIME-HOURS-WS
               GIVING EMP-TOTAL-HOURS-WS.
           COMPUTE EMP-OVERTIME-PAY-WS ROUNDED =
               EMP-OVERTIME-HOURS-WS * EMP-HOURLY-RATE * 1.5.
           COMPUTE PERIOD-GROSS-WS ROUNDED =
               EMP-STRAIGHT-HOURS-WS * EMP-HOURLY-RATE
               + EMP-OVERTIME-PAY-WS
               + EMP-SHIFT-HOURS-WS * SHIFT-DIFF-RATE-WS.
      *
       530-ADD-TIMECARD-WEEK.
      *
      *    THE TIMECARD'S OWN REGULAR/OVERTIME SPLIT IS NOT TRUSTED
      *    FOR PAY - THE WEEK'S HOURS ARE RE-SPLIT AT FORTY.
           READ TIMECARD-FILE NEXT RECORD
               AT END
                   SET TIMECARDS-DONE TO TRUE
           END-READ.
           IF NOT TIMECARDS-DONE
               IF TC-EMP-ID NOT = WIDGET-EMP-ID
                   SET TIMECARDS-DONE TO TRUE
               ELSE
                   COMPUTE WEEK-HOURS-WS = TC-REGULAR-HOURS
                       + TC-OVERTIME-HOURS
                   MOVE ZERO TO WEEK-OVERTIME-WS
                   IF WEEK-HOURS-WS > 40
                       COMPUTE WEEK-OVERTIME-WS = WEEK-HOURS-WS - 40
                   END-IF
                   ADD WEEK-OVERTIME-WS TO EMP-OVERTIME-HOURS-WS
                   COMPUTE EMP-STRAIGHT-HOURS-WS =
                       EMP-STRAIGHT-HOURS-WS
                       + WEEK-HOURS-WS - WEEK-OVERTIME-WS
                   ADD TC-SHIFT-DIFF-HOURS TO EMP-SHIFT-HOURS-WS
               END-IF
           END-IF.
      *
       550-PRICE-DEDUCTIONS.
      *
               ADD NET-PAY-WS TO GARNISH-DEDUCTION-WS
               MOVE ZERO TO NET-PAY-WS
           END-IF.
      *
       560-WRITE-PAY-HISTORY.
      *
           MOVE SPACES TO PAYROLL-HISTORY-RECORD.
           MOVE WIDGET-EMP-ID TO PH-EMP-ID.
           MOVE BD-BUSINESS-DATE(1:6) TO PH-PAY-PERIOD.
           MOVE BD-BUSINESS-DATE TO PH-RUN-DATE.
           MOVE CURRENT-DEPT-WS TO PH-DEPARTMENT.
           MOVE EMP-FIRST-NAME TO PH-FIRST-NAME.
           MOVE EMP-LAST-NAME TO PH-LAST-NAME.
           MOVE EMP-PAY-TYPE TO PH-PAY-TYPE.
           MOVE PERIOD-GROSS-WS TO PH-GROSS-PAY.
           MOVE TAX-DEDUCTION-WS TO PH-TAX-WITHHELD.
           MOVE BENEFIT-DEDUCTION-WS TO PH-BENEFIT-DEDUCTION.
           MOVE GARNISH-DEDUCTION-WS TO PH-GARNISH-DEDUCTION.
           MOVE NET-PAY-WS TO PH-NET-PAY.
           MOVE EMP-OVERTIME-PAY-WS TO PH-OVERTIME-PAY.
           WRITE PAYROLL-HISTORY-RECORD.
           IF NOT PAYHIST-OK
               DISPLAY 'PAYROLL HISTORY WRITE PROBLEM'
               MOVE '560-WRITE-PAY-HISTORY'
                  TO EL-PARAGRAPH
               MOVE 'PAYROLL HISTORY WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       570-DISBURSE-NET-PAY.
      *
      *    AN ACTIVE ENROLLMENT NOT YET EFFECTIVE (STILL IN ITS
      *    PRENOTE WAIT) IS PAID BY CHECK THIS PERIOD.
           MOVE 'N' TO DEPOSIT-ENROLLED-WS.
           IF DDENROLL-AVAILABLE
               MOVE WIDGET-EMP-ID TO DE-EMP-ID
               READ DDENROLL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF DDENROLL-OK AND DE-ACTIVE
                   AND DE-EFFECTIVE-DATE NOT > BD-BUSINESS-DATE
                   MOVE 'Y' TO DEPOSIT-ENROLLED-WS
               END-IF
           END-IF.
           MOVE NET-PAY-WS TO PRIMARY-AMOUNT-WS.
           MOVE ZERO TO SECONDARY-AMOUNT-WS.
           IF NOT DEPOSIT-ENROLLED
               PERFORM 575-BUILD-DISBURSEMENT
               MOVE 1 TO PY-REF-SPLIT-NO
               MOVE PRIMARY-AMOUNT-WS TO PY-AMOUNT
               MOVE 'C' TO PY-PAYMENT-METHOD
               MOVE ZERO TO PY-ROUTING-NO
               PERFORM 580-WRITE-DISBURSEMENT
               ADD 1 TO COMPANY-CHECK-COUNT
               ADD PRIMARY-AMOUNT-WS TO COMPANY-CHECK-AMOUNT
           ELSE
      *        THE SPLIT TAKES ITS SHARE OFF THE TOP FOR THE SECOND
      *        ACCOUNT; THE PRIMARY ACCOUNT GETS WHAT IS LEFT.
               IF DE-SPLIT-AMOUNT
                   MOVE DE-SPLIT-VALUE TO SECONDARY-AMOUNT-WS
                   IF SECONDARY-AMOUNT-WS > NET-PAY-WS
                       MOVE NET-PAY-WS TO SECONDARY-AMOUNT-WS
                   END-IF
               END-IF
               IF DE-SPLIT-PERCENT
                   COMPUTE SECONDARY-AMOUNT-WS ROUNDED =
                       NET-PAY-WS * DE-SPLIT-VALUE / 100
               END-IF
               COMPUTE PRIMARY-AMOUNT-WS =
                   NET-PAY-WS - SECONDARY-AMOUNT-WS
               IF PRIMARY-AMOUNT-WS > ZERO
                   PERFORM 575-BUILD-DISBURSEMENT
                   MOVE 1 TO PY-REF-SPLIT-NO
                   MOVE PRIMARY-AMOUNT-WS TO PY-AMOUNT
                   MOVE 'D' TO PY-PAYMENT-METHOD
                   MOVE DE-PRIMARY-ROUTING TO PY-ROUTING-NO
                   MOVE DE-PRIMARY-ACCOUNT-NO TO PY-ACCOUNT-NO
                   MOVE DE-PRIMARY-ACCT-TYPE TO PY-ACCOUNT-TYPE
                   PERFORM 580-WRITE-DISBURSEMENT
                   ADD 1 TO COMPANY-DEPOSIT-COUNT
               END-IF
               IF SECONDARY-AMOUNT-WS > ZERO
                   PERFORM 575-BUILD-DISBURSEMENT
                   MOVE 2 TO PY-REF-SPLIT-NO
                   MOVE SECONDARY-AMOUNT-WS TO PY-AMOUNT
                   MOVE 'D' TO PY-PAYMENT-METHOD
                   MOVE DE-SECONDARY-ROUTING TO PY-ROUTING-NO
                   MOVE DE-SECONDARY-ACCOUNT-NO TO PY-ACCOUNT-NO
                   MOVE DE-SECONDARY-ACCT-TYPE TO PY-ACCOUNT-TYPE
                   PERFORM 580-WRITE-DISBURSEMENT
                   ADD 1 TO COMPANY-DEPOSIT-COUNT
               END-IF
               ADD NET-PAY-WS TO COMPANY-DEPOSIT-AMOUNT
           END-IF.
      *
       575-BUILD-DISBURSEMENT.
      *
      *    THE SOURCE REFERENCE IS YYMM OF THE PAY PERIOD, THE
      *    EMPLOYEE AND THE SPLIT NUMBER - UNIQUE PER PAYMENT.
           MOVE SPACES TO PAYROLL-DISBURSEMENT-RECORD.
           MOVE BD-BUSINESS-DATE(3:4) TO PY-REF-PERIOD.
           MOVE WIDGET-EMP-ID TO PY-REF-EMP-ID.
           STRING EMP-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  EMP-LAST-NAME DELIMITED BY SPACE
               INTO PY-PAYEE-NAME
           END-STRING.
           MOVE BD-BUSINESS-DATE TO PY-PAY-DATE.
      *
       580-WRITE-DISBURSEMENT.
      *
           WRITE PAYROLL-DISBURSEMENT-RECORD.
           IF NOT PAYDISB-OK
               DISPLAY 'PAYROLL DISBURSEMENT FEED WRITE PROBLEM'
               MOVE '580-WRITE-DISBURSEMENT'
                  TO EL-PARAGRAPH
               MOVE 'PAYROLL DISBURSEMENT FEED WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       650-CLOSE-DEPARTMENT.
      *
           MOVE DEPT-GARNISH-TOTAL TO DD-GARNISH.
           MOVE DEPT-NET-TOTAL TO DD-NET.
           WRITE PRINT-LINE FROM DEPT-DEDUCTION-LINE.
           MOVE CURRENT-DEPT-WS TO DO-DEPT-CODE.
           MOVE DEPT-OVERTIME-HOURS TO DO-HOURS.
           MOVE DEPT-OVERTIME-DOLLARS TO DO-DOLLARS.
           WRITE PRINT-LINE FROM DEPT-OVERTIME-LINE.
           PERFORM 660-WRITE-DEPT-GL-FEED.
           MOVE ZERO TO DEPT-EMPLOYEE-COUNT, DEPT-PERIOD-GROSS,
                        DEPT-TAX-TOTAL, DEPT-BENEFIT-TOTAL,
                        DEPT-GARNISH-TOTAL, DEPT-NET-TOTAL,
                        DEPT-OVERTIME-HOURS, DEPT-OVERTIME-DOLLARS.
      *
       660-WRITE-DEPT-GL-FEED.
      *
           MOVE COMPANY-GARNISH-TOTAL TO CD-GARNISH.
           MOVE COMPANY-NET-TOTAL TO CD-NET.
           WRITE PRINT-LINE FROM COMPANY-DEDUCTION-LINE.
           MOVE COMPANY-OVERTIME-HOURS TO CO-HOURS.
           MOVE COMPANY-OVERTIME-DOLLARS TO CO-DOLLARS.
           WRITE PRINT-LINE FROM COMPANY-OVERTIME-LINE.
           MOVE COMPANY-DEPOSIT-COUNT TO CB-DEPOSIT-COUNT.
           MOVE COMPANY-DEPOSIT-AMOUNT TO CB-DEPOSIT-AMOUNT.
           MOVE COMPANY-CHECK-COUNT TO CB-CHECK-COUNT.
           MOVE COMPANY-CHECK-AMOUNT TO CB-CHECK-AMOUNT.
           WRITE PRINT-LINE FROM COMPANY-DISBURSEMENT-LINE.
      *
       900-WRAP-UP.
           IF DEDMAST-AVAILABLE
               CLOSE DEDMAST-FILE
           END-IF.
           IF TIMECARD-AVAILABLE
               CLOSE TIMECARD-FILE
           END-IF.
           IF DDENROLL-AVAILABLE
               CLOSE DDENROLL-FILE
           END-IF.
           CLOSE SEGFILE, PAYHIST-FILE, PAYDISB-FILE, GL-FEED-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'HRPAYREG' TO EL-PROGRAM-ID.

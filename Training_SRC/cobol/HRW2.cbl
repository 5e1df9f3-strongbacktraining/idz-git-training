      ******************************************************************
      * HRW2                                                           *
      * Year-end W-2 run over the PAYHIST payroll history.  Every      *
      * history record paid in the tax year is totalled by employee;   *
      * each employee gets a W-2 wage and tax statement on the W2RPT   *
      * print and an 'RW' record on the W2WAGE electronic wage file,   *
      * which closes with its 'RT' total record.  The tax year is the  *
      * business date's year when the run is made in December, and     *
      * the year just ended otherwise; GETPARM TAX-YEAR overrides      *
      * either.  The control totals are proved against the ledger:     *
      * the year's W-2 wages must tie to the GLBAL debits on the SAL   *
      * salary expense accounts HRPAYREG posts, and the withholding    *
      * to the PTX employer tax accounts it posts beside them.  A run  *
      * that does not tie ends with RETURN-CODE 8 so the file is held. *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRW2.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYHIST-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT W2WAGE-FILE
               ASSIGN TO UT-S-W2WAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W2WAGE-ST.
           SELECT PRINTFILE
               ASSIGN TO W2RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYHIST.
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  W2WAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY W2WAGE.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  PAYHIST-ST                 PIC X(2).
               88  PAYHIST-OK                     VALUE '00'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
           05  W2WAGE-ST                  PIC X(2).
               88  W2WAGE-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYHIST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
           05  GLBAL-EOF-WS               PIC X(1)  VALUE 'N'.
               88  NO-MORE-BALANCES                VALUE 'Y'.
           05  TOTALS-TIED-WS             PIC X(1)  VALUE 'Y'.
               88  TOTALS-TIED                     VALUE 'Y'.
       01  TAX-YEAR-WS                    PIC 9(4).
       01  PARM-YEAR-VALUE-WS.
           05  PARM-YEAR-WS               PIC 9(4).
      *
      * ONE ENTRY PER EMPLOYEE PAID IN THE TAX YEAR, IN THE ORDER
      * THEY FIRST APPEAR ON THE HISTORY.  NAME AND DEPARTMENT ARE
      * THE LATEST ON THE HISTORY.
       01  EMP-TABLE-WS.
           05  EMP-COUNT                  PIC 9(4) VALUE ZERO.
           05  EMP-ENTRY OCCURS 2000.
               10  EW-EMP-ID              PIC 9(4).
               10  EW-FIRST-NAME          PIC X(10).
               10  EW-LAST-NAME           PIC X(10).
               10  EW-DEPARTMENT          PIC X(3).
               10  EW-WAGES               PIC S9(9)V99.
               10  EW-TAX-WITHHELD        PIC S9(9)V99.
               10  EW-BENEFIT-DEDUCTIONS  PIC S9(9)V99.
       01  SUBSCRIPTS-WS.
           05  EM-SUB                     PIC 9(4).
           05  EM-FOUND-SUB               PIC 9(4).
       01  CONTROL-TOTALS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7)      VALUE ZERO.
           05  HISTORY-IN-YEAR-COUNT      PIC 9(7)      VALUE ZERO.
           05  W2-COUNT                   PIC 9(7)      VALUE ZERO.
           05  TOTAL-WAGES-WS             PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-TAX-WITHHELD-WS      PIC S9(11)V99 VALUE ZERO.
           05  GL-SALARY-EXPENSE-WS       PIC S9(13)V99 VALUE ZERO.
           05  GL-EMPLOYER-TAX-WS         PIC S9(13)V99 VALUE ZERO.
           05  TIE-DIFFERENCE-WS          PIC S9(13)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "W-2 WAGE AND TAX STATEMENTS".
           05  FILLER            PIC X(9)  VALUE "TAX YEAR ".
           05  HDG-TAX-YEAR      PIC 9(4).
       01  W2-STATEMENT-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "FORM W-2 WAGE AND TAX STMT".
           05  FILLER            PIC X(9)  VALUE "TAX YEAR ".
           05  SL-TAX-YEAR       PIC 9(4).
       01  W2-STATEMENT-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "EMPLOYEE  ".
           05  SL-EMP-ID         PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SL-FIRST-NAME     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  SL-LAST-NAME      PIC X(10).
           05  FILLER            PIC X(7)  VALUE "  DEPT ".
           05  SL-DEPARTMENT     PIC X(3).
       01  W2-STATEMENT-LINE-THREE.
           05  FILLER            PIC X(31) VALUE
                   "  1 WAGES, TIPS, OTHER COMP    ".
           05  SL-WAGES          PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(33) VALUE
                   "   2 FEDERAL INCOME TAX WITHHELD ".
           05  SL-TAX-WITHHELD   PIC Z,ZZZ,ZZ9.99.
       01  W2-STATEMENT-LINE-FOUR.
           05  FILLER            PIC X(31) VALUE
                   " 14 OTHER - BENEFIT PLAN       ".
           05  SL-BENEFIT        PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-TOTALS-HEADING.
           05  FILLER            PIC X(30) VALUE
                   "W-2 CONTROL TOTALS".
       01  CONTROL-COUNT-LINE.
           05  FILLER            PIC X(24) VALUE
                   "HISTORY RECORDS READ    ".
           05  CC-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE "   IN YEAR    ".
           05  CC-IN-YEAR        PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE "   W-2S       ".
           05  CC-W2S            PIC Z,ZZZ,ZZ9.
       01  CONTROL-TIE-LINE.
           05  CT-LABEL          PIC X(20).
           05  FILLER            PIC X(6)  VALUE "  W-2 ".
           05  CT-W2-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(5)  VALUE "  GL ".
           05  CT-GL-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CT-STATUS         PIC X(34).
       01  CONTROL-STATUS-WS.
           05  FILLER            PIC X(15) VALUE
                   "** OUT OF TIE ".
           05  CS-DIFFERENCE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 600-WRITE-W2
               VARYING EM-SUB FROM 1 BY 1
               UNTIL EM-SUB > EMP-COUNT.
           PERFORM 650-WRITE-FILE-TOTAL.
           PERFORM 400-READ-BALANCE.
           PERFORM 250-ADD-GL-BALANCE UNTIL NO-MORE-BALANCES.
           PERFORM 700-PROVE-CONTROL-TOTALS.
           PERFORM 900-WRAP-UP.
           IF NOT TOTALS-TIED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
      *    RUN IN DECEMBER IT IS THIS YEAR'S W-2S; RUN IN JANUARY
      *    (THE USUAL CASE) IT IS THE YEAR JUST ENDED.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE(1:4) TO TAX-YEAR-WS.
           IF BD-BUSINESS-DATE(5:2) NOT = '12'
               SUBTRACT 1 FROM TAX-YEAR-WS
           END-IF.
           MOVE 'HRW2' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'TAX-YEAR' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-YEAR-VALUE-WS
               IF PARM-YEAR-WS NUMERIC AND PARM-YEAR-WS > ZERO
                   MOVE PARM-YEAR-WS TO TAX-YEAR-WS
               END-IF
           END-IF.
           DISPLAY 'HRW2: TAX YEAR ' TAX-YEAR-WS.
           MOVE TAX-YEAR-WS TO HDG-TAX-YEAR, SL-TAX-YEAR.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           PERFORM 410-READ-HISTORY.
      *
       200-PROCESS-HISTORY.
      *
           ADD 1 TO HISTORY-READ-COUNT.
           IF PH-PAY-YEAR = TAX-YEAR-WS
               ADD 1 TO HISTORY-IN-YEAR-COUNT
               PERFORM 500-ADD-TO-EMPLOYEE
           END-IF.
           PERFORM 410-READ-HISTORY.
      *
       250-ADD-GL-BALANCE.
      *
      *    THE SAL AND PTX ACCOUNTS CARRY THE DEPARTMENT CODE AFTER
      *    THE PREFIX - ONE ROW PER ACCOUNT PER MONTH.  GLSTMT'S
      *    PERIOD-13 YEAR-END CLOSING ROWS ZERO THOSE ACCOUNTS AND
      *    ARE LEFT OUT.
           IF GB-PERIOD(1:4) = TAX-YEAR-WS
               AND GB-PERIOD(5:2) NOT > '12'
               EVALUATE GB-ACCOUNT(1:3)
                   WHEN 'SAL'
                       ADD GB-DEBIT-TOTAL TO GL-SALARY-EXPENSE-WS
                       SUBTRACT GB-CREDIT-TOTAL
                           FROM GL-SALARY-EXPENSE-WS
                   WHEN 'PTX'
                       ADD GB-DEBIT-TOTAL TO GL-EMPLOYER-TAX-WS
                       SUBTRACT GB-CREDIT-TOTAL
                           FROM GL-EMPLOYER-TAX-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 400-READ-BALANCE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT PAYHIST-FILE.
           IF NOT PAYHIST-OK
               DISPLAY 'PAYROLL HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYROLL HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT GLBAL-FILE.
           IF NOT GLBAL-OK
               DISPLAY 'GL BALANCES FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BALANCES FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT W2WAGE-FILE.
           IF NOT W2WAGE-OK
               DISPLAY 'W-2 WAGE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'W-2 WAGE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'W-2 STATEMENT PRINT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'W-2 STATEMENT PRINT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-BALANCE.
      *
           READ GLBAL-FILE
               AT END
                   SET NO-MORE-BALANCES TO TRUE
           END-READ.
      *
       410-READ-HISTORY.
      *
           READ PAYHIST-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       460-FIND-EMPLOYEE.
      *
           IF EW-EMP-ID(EM-SUB) = PH-EMP-ID
               MOVE EM-SUB TO EM-FOUND-SUB
           END-IF.
      *
       500-ADD-TO-EMPLOYEE.
      *
           MOVE ZERO TO EM-FOUND-SUB.
           PERFORM 460-FIND-EMPLOYEE
               VARYING EM-SUB FROM 1 BY 1
               UNTIL EM-SUB > EMP-COUNT
               OR EM-FOUND-SUB > ZERO.
           IF EM-FOUND-SUB = ZERO
               IF EMP-COUNT >= 2000
                   DISPLAY 'HRW2: EMPLOYEE TABLE OVERFLOW'
                   MOVE '500-ADD-TO-EMPLOYEE'
                      TO EL-PARAGRAPH
                   MOVE 'HRW2: EMPLOYEE TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO EMP-COUNT
               MOVE EMP-COUNT TO EM-FOUND-SUB
               MOVE PH-EMP-ID TO EW-EMP-ID(EM-FOUND-SUB)
               MOVE ZERO TO EW-WAGES(EM-FOUND-SUB),
                            EW-TAX-WITHHELD(EM-FOUND-SUB),
                            EW-BENEFIT-DEDUCTIONS(EM-FOUND-SUB)
           END-IF.
           MOVE PH-FIRST-NAME TO EW-FIRST-NAME(EM-FOUND-SUB).
           MOVE PH-LAST-NAME TO EW-LAST-NAME(EM-FOUND-SUB).
           MOVE PH-DEPARTMENT TO EW-DEPARTMENT(EM-FOUND-SUB).
           ADD PH-GROSS-PAY TO EW-WAGES(EM-FOUND-SUB).
           ADD PH-TAX-WITHHELD TO EW-TAX-WITHHELD(EM-FOUND-SUB).
           ADD PH-BENEFIT-DEDUCTION
               TO EW-BENEFIT-DEDUCTIONS(EM-FOUND-SUB).
      *
       600-WRITE-W2.
      *
           MOVE EW-EMP-ID(EM-SUB)       TO SL-EMP-ID.
           MOVE EW-FIRST-NAME(EM-SUB)   TO SL-FIRST-NAME.
           MOVE EW-LAST-NAME(EM-SUB)    TO SL-LAST-NAME.
           MOVE EW-DEPARTMENT(EM-SUB)   TO SL-DEPARTMENT.
           MOVE EW-WAGES(EM-SUB)        TO SL-WAGES.
           MOVE EW-TAX-WITHHELD(EM-SUB) TO SL-TAX-WITHHELD.
           MOVE EW-BENEFIT-DEDUCTIONS(EM-SUB) TO SL-BENEFIT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM W2-STATEMENT-LINE-ONE.
           WRITE PRINT-LINE FROM W2-STATEMENT-LINE-TWO.
           WRITE PRINT-LINE FROM W2-STATEMENT-LINE-THREE.
           WRITE PRINT-LINE FROM W2-STATEMENT-LINE-FOUR.
           MOVE SPACES TO W2-WAGE-RECORD.
           SET W2-EMPLOYEE-WAGE TO TRUE.
           MOVE TAX-YEAR-WS TO W2-TAX-YEAR.
           MOVE EW-EMP-ID(EM-SUB)       TO W2-EMP-ID.
           MOVE EW-LAST-NAME(EM-SUB)    TO W2-LAST-NAME.
           MOVE EW-FIRST-NAME(EM-SUB)   TO W2-FIRST-NAME.
           MOVE EW-DEPARTMENT(EM-SUB)   TO W2-DEPARTMENT.
           MOVE EW-WAGES(EM-SUB)        TO W2-WAGES.
           MOVE EW-TAX-WITHHELD(EM-SUB) TO W2-TAX-WITHHELD.
           MOVE EW-BENEFIT-DEDUCTIONS(EM-SUB)
               TO W2-BENEFIT-DEDUCTIONS.
           WRITE W2-WAGE-RECORD.
           IF NOT W2WAGE-OK
               DISPLAY 'W-2 WAGE FILE WRITE PROBLEM'
               MOVE '600-WRITE-W2'
                  TO EL-PARAGRAPH
               MOVE 'W-2 WAGE FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           ADD 1 TO W2-COUNT.
           ADD EW-WAGES(EM-SUB) TO TOTAL-WAGES-WS.
           ADD EW-TAX-WITHHELD(EM-SUB) TO TOTAL-TAX-WITHHELD-WS.
      *
       650-WRITE-FILE-TOTAL.
      *
           MOVE SPACES TO W2-WAGE-RECORD.
           SET W2-FILE-TOTAL TO TRUE.
           MOVE TAX-YEAR-WS TO W2T-TAX-YEAR.
           MOVE W2-COUNT TO W2T-RECORD-COUNT.
           MOVE TOTAL-WAGES-WS TO W2T-TOTAL-WAGES.
           MOVE TOTAL-TAX-WITHHELD-WS TO W2T-TOTAL-TAX-WITHHELD.
           WRITE W2-WAGE-RECORD.
      *
       700-PROVE-CONTROL-TOTALS.
      *
      *    WAGES TIE TO THE NET SALARY EXPENSE POSTED FOR THE YEAR;
      *    WITHHOLDING TIES TO THE EMPLOYER TAX, WHICH IS POSTED AS
      *    THE MATCH ON WHAT WAS WITHHELD.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM CONTROL-TOTALS-HEADING.
           MOVE HISTORY-READ-COUNT    TO CC-READ.
           MOVE HISTORY-IN-YEAR-COUNT TO CC-IN-YEAR.
           MOVE W2-COUNT              TO CC-W2S.
           WRITE PRINT-LINE FROM CONTROL-COUNT-LINE.
           MOVE 'WAGES' TO CT-LABEL.
           MOVE TOTAL-WAGES-WS TO CT-W2-AMOUNT.
           MOVE GL-SALARY-EXPENSE-WS TO CT-GL-AMOUNT.
           COMPUTE TIE-DIFFERENCE-WS = TOTAL-WAGES-WS
               - GL-SALARY-EXPENSE-WS.
           PERFORM 750-SET-TIE-STATUS.
           WRITE PRINT-LINE FROM CONTROL-TIE-LINE.
           MOVE 'TAX WITHHELD' TO CT-LABEL.
           MOVE TOTAL-TAX-WITHHELD-WS TO CT-W2-AMOUNT.
           MOVE GL-EMPLOYER-TAX-WS TO CT-GL-AMOUNT.
           COMPUTE TIE-DIFFERENCE-WS = TOTAL-TAX-WITHHELD-WS
               - GL-EMPLOYER-TAX-WS.
           PERFORM 750-SET-TIE-STATUS.
           WRITE PRINT-LINE FROM CONTROL-TIE-LINE.
      *
       750-SET-TIE-STATUS.
      *
           IF TIE-DIFFERENCE-WS = ZERO
               MOVE 'TIED TO GL' TO CT-STATUS
           ELSE
               MOVE 'N' TO TOTALS-TIED-WS
               MOVE TIE-DIFFERENCE-WS TO CS-DIFFERENCE
               MOVE CONTROL-STATUS-WS TO CT-STATUS
               DISPLAY 'HRW2: ' CT-LABEL ' DOES NOT TIE TO GL'
           END-IF.
      *
       900-WRAP-UP.
           CLOSE PAYHIST-FILE, GLBAL-FILE, W2WAGE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'HRW2' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

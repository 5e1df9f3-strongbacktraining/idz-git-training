      ******************************************************************
      * GLBUDRPT                                                       *
      * Monthly budget-versus-actual report by department.  The        *
      * control card names the period (CCYYMM).  Every revenue and     *
      * expense account on the GLACCT chart with an owning department  *
      * is reported in that department's section: the GLBUDGT budget   *
      * and the GLBAL actual for the month and the year to date, the   *
      * dollar variance (actual less budget) and the percent variance  *
      * of budget, worked through SAFEDIV so an unbudgeted account     *
      * cannot abend the run.  Amounts are in the account's natural    *
      * sign - spending for an expense, income for a revenue.  A line  *
      * whose month or year-to-date percent variance passes the        *
      * threshold (GETPARM VARIANCE-PCT, default 10) is flagged, as is *
      * actual activity with no budget behind it.                      *
      * Each department starts a new section, and a DISTCTL-format     *
      * card is written for it (recipient DEPTnnn, the section's line  *
      * range) under the name RPTARCH stores the report by (GETPARM    *
      * REPORT-NAME, default GLBUDVAR), so RPTDIST sends each manager  *
      * only their own department.  The all-department totals at the   *
      * foot stay with finance.                                        *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (GLBVRPT, GLBVDIST & SYSOUT)          *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDRPT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDCTL-FILE
               ASSIGN TO UT-S-BUDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDCTL-ST.
           SELECT GLACCT-FILE
               ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS GLACCT-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT GLBUDGT-FILE
               ASSIGN TO UT-S-GLBUDGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GU-BUDGET-KEY
               FILE STATUS IS GLBUDGT-ST.
           SELECT DISTOUT-FILE
               ASSIGN TO UT-S-GLBVDIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISTOUT-ST.
           SELECT PRINTFILE
               ASSIGN TO GLBVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDCTL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  BUDCTL-RECORD.
           05  BC-PERIOD                 PIC 9(6).
      *
       FD  GLACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLACCT.
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  GLBUDGT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBUDGT.
      *
      * RPTDIST'S DISTCTL LAYOUT - ONE CARD PER DEPARTMENT SECTION.
       FD  DISTOUT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DISTOUT-RECORD.
           05  DO-REPORT-NAME            PIC X(8).
           05  DO-RECIPIENT              PIC X(8).
           05  DO-FROM-LINE              PIC 9(6).
           05  DO-TO-LINE                PIC 9(6).
           05  FILLER                    PIC X(2).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  BUDCTL-ST                  PIC X(2).
               88  BUDCTL-OK                      VALUE '00'.
           05  GLACCT-ST                  PIC X(2).
               88  GLACCT-OK                      VALUE '00'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
           05  GLBUDGT-ST                 PIC X(2).
               88  GLBUDGT-OK                     VALUE '00'.
           05  DISTOUT-ST                 PIC X(2).
               88  DISTOUT-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BROWSE-DONE-WS             PIC X(1)  VALUE 'N'.
               88  BROWSE-DONE                    VALUE 'Y'.
           05  DEPT-FOUND-WS              PIC X(1).
               88  DEPT-FOUND                     VALUE 'Y'.
       01  REPORT-PERIOD-WS               PIC 9(6).
       01  REPORT-PERIOD-R REDEFINES REPORT-PERIOD-WS.
           05  REPORT-YEAR                PIC 9(4).
           05  REPORT-MONTH               PIC 9(2).
       01  MONTH-SUB                      PIC 9(2).
       01  VARIANCE-THRESHOLD-WS          PIC 9(3) VALUE 10.
       01  REPORT-NAME-WS                 PIC X(8) VALUE 'GLBUDVAR'.
       01  PARM-PCT-VALUE-WS.
           05  PARM-PCT-WS                PIC 9(3).
      *
      * RPTARCH NUMBERS THE STORED LINES FROM 1 IN WRITE ORDER;
      * EVERY LINE GOES THROUGH 800-WRITE-REPORT-LINE SO THE
      * DISTRIBUTION RANGES MATCH.
       01  LINE-NO-WS                     PIC 9(6) VALUE ZERO.
       01  SECTION-FROM-LINE-WS           PIC 9(6).
       01  REPORT-LINE-WS                 PIC X(132).
      *
      * ONE ENTRY PER REPORTED ACCOUNT, IN NATURAL SIGN.
       01  ACCOUNT-TABLE-WS.
           05  AC-ACCOUNT-COUNT           PIC 9(3) VALUE ZERO.
           05  AC-ACCOUNT-ENTRY OCCURS 500.
               10  AC-DEPARTMENT          PIC X(3).
               10  AC-ACCOUNT             PIC X(8).
               10  AC-DESCRIPTION         PIC X(30).
               10  AC-MONTH-BUDGET        PIC S9(11)V99.
               10  AC-MONTH-ACTUAL        PIC S9(11)V99.
               10  AC-YTD-BUDGET          PIC S9(11)V99.
               10  AC-YTD-ACTUAL          PIC S9(11)V99.
       01  AC-SUB                         PIC 9(3).
       01  DEPARTMENT-TABLE-WS.
           05  DP-DEPT-COUNT              PIC 9(3) VALUE ZERO.
           05  DP-DEPARTMENT              PIC X(3) OCCURS 200.
       01  DP-SUB                         PIC 9(3).
       01  DP-SUB-2                       PIC 9(3).
       01  SWAP-DEPARTMENT-WS             PIC X(3).
      *
      * THE ACCOUNT BEING GATHERED.
       01  GATHER-WORK-WS.
           05  GW-SIGN                    PIC S9(1).
           05  GW-NET                     PIC S9(13)V99.
           05  GW-MONTH-BUDGET            PIC S9(11)V99.
           05  GW-MONTH-ACTUAL            PIC S9(11)V99.
           05  GW-YTD-BUDGET              PIC S9(11)V99.
           05  GW-YTD-ACTUAL              PIC S9(11)V99.
      *
      * THE FOUR AMOUNTS ON THE LINE BEING PRINTED, AND WHAT
      * 600-FORMAT-VARIANCE-LINE WORKS OUT FROM THEM.
       01  LINE-AMOUNTS-WS.
           05  LA-MONTH-BUDGET            PIC S9(11)V99.
           05  LA-MONTH-ACTUAL            PIC S9(11)V99.
           05  LA-YTD-BUDGET              PIC S9(11)V99.
           05  LA-YTD-ACTUAL              PIC S9(11)V99.
           05  LA-VARIANCE                PIC S9(11)V99.
           05  LA-BUDGET                  PIC S9(11)V99.
           05  LA-ACTUAL                  PIC S9(11)V99.
           05  LA-PERCENT                 PIC S9(7).
           05  LA-NO-BUDGET-WS            PIC X(1).
               88  LA-NO-BUDGET                   VALUE 'Y'.
           05  LA-OVER-THRESHOLD-WS       PIC X(1).
               88  LA-OVER-THRESHOLD              VALUE 'Y'.
       01  DEPT-TOTALS-WS.
           05  DT-MONTH-BUDGET            PIC S9(11)V99.
           05  DT-MONTH-ACTUAL            PIC S9(11)V99.
           05  DT-YTD-BUDGET              PIC S9(11)V99.
           05  DT-YTD-ACTUAL              PIC S9(11)V99.
       01  GRAND-TOTALS-WS.
           05  GT-MONTH-BUDGET            PIC S9(11)V99 VALUE ZERO.
           05  GT-MONTH-ACTUAL            PIC S9(11)V99 VALUE ZERO.
           05  GT-YTD-BUDGET              PIC S9(11)V99 VALUE ZERO.
           05  GT-YTD-ACTUAL              PIC S9(11)V99 VALUE ZERO.
       01  RUN-COUNTS-WS.
           05  LINES-FLAGGED-COUNT        PIC 9(5) VALUE ZERO.
           05  DIST-CARDS-COUNT           PIC 9(5) VALUE ZERO.
       01  SAFEDIV-FIELDS-WS.
           05  SAFEDIV-DIVIDEND           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-DIVISOR            PIC S9(9)V99 COMP-3.
           05  SAFEDIV-QUOTIENT           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-RETURN-CD          PIC S9(4).
               88  SAFEDIV-OK                     VALUE 0.
       01  SECTION-HEADING-LINE.
           05  FILLER            PIC X(32) VALUE
                   "BUDGET VS ACTUAL - DEPARTMENT   ".
           05  SH-DEPARTMENT     PIC X(3).
           05  FILLER            PIC X(10) VALUE "   PERIOD ".
           05  SH-PERIOD         PIC 9(6).
           05  FILLER            PIC X(14) VALUE "   THRESHOLD  ".
           05  SH-THRESHOLD      PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE "%".
       01  GROUP-HEADING-LINE.
           05  FILLER            PIC X(29) VALUE SPACES.
           05  FILLER            PIC X(45) VALUE
               "  ------------------ MONTH ------------------".
           05  FILLER            PIC X(45) VALUE
               "  -------------- YEAR TO DATE --------------".
       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(29) VALUE
                   "ACCOUNT  DESCRIPTION".
           05  FILLER            PIC X(45) VALUE
               "       BUDGET       ACTUAL     VARIANCE  VAR%".
           05  FILLER            PIC X(45) VALUE
               "       BUDGET       ACTUAL     VARIANCE  VAR%".
       01  VARIANCE-DETAIL-LINE.
           05  VD-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-DESCRIPTION    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-MONTH-BUDGET   PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-MONTH-ACTUAL   PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-MONTH-VARIANCE PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-MONTH-PERCENT  PIC -ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-YTD-BUDGET     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-YTD-ACTUAL     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-YTD-VARIANCE   PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  VD-YTD-PERCENT    PIC -ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  VD-FLAG           PIC X(10).
       01  DEPT-TOTAL-LABEL-WS.
           05  FILLER            PIC X(17) VALUE "DEPARTMENT TOTAL ".
           05  DL-DEPARTMENT     PIC X(3).
       01  GRAND-HEADING-LINE.
           05  FILLER            PIC X(32) VALUE
                   "BUDGET VS ACTUAL - ALL DEPTS    ".
           05  FILLER            PIC X(10) VALUE "   PERIOD ".
           05  GH-PERIOD         PIC 9(6).
       01  RUN-SUMMARY-LINE.
           05  FILLER            PIC X(14) VALUE "LINES FLAGGED ".
           05  RS-FLAGGED        PIC ZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "   DEPARTMENT SECTIONS".
           05  RS-SECTIONS       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-COLLECT-ACCOUNT UNTIL BROWSE-DONE.
           IF DP-DEPT-COUNT > 1
               PERFORM 452-SORT-PASS
                   VARYING DP-SUB FROM 1 BY 1
                   UNTIL DP-SUB >= DP-DEPT-COUNT
           END-IF.
           PERFORM 500-PRINT-DEPARTMENT
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DP-DEPT-COUNT.
           PERFORM 700-WRITE-GRAND-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GLBUDRPT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'GLBUDRPT' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'VARIANCE-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PCT-VALUE-WS
               IF PARM-PCT-WS NUMERIC
                   MOVE PARM-PCT-WS TO VARIANCE-THRESHOLD-WS
               END-IF
           END-IF.
           MOVE 'REPORT-NAME' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:8) NOT = SPACES
               MOVE GP-PARM-VALUE(1:8) TO REPORT-NAME-WS
           END-IF.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-PERIOD-CONTROL.
           MOVE LOW-VALUES TO GA-ACCOUNT.
           START GLACCT-FILE KEY >= GA-ACCOUNT
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
      *
       200-COLLECT-ACCOUNT.
      *
           READ GLACCT-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF GA-DEPARTMENT NOT = SPACES
                       AND (GA-REVENUE OR GA-EXPENSE)
                       PERFORM 250-GATHER-ACCOUNT
                   END-IF
           END-READ.
      *
       250-GATHER-ACCOUNT.
      *
      *    REVENUE IS A CREDIT BALANCE - TURN IT POSITIVE SO BUDGET
      *    AND ACTUAL COMPARE IN THE SAME SIGN.
           IF GA-REVENUE
               MOVE -1 TO GW-SIGN
           ELSE
               MOVE +1 TO GW-SIGN
           END-IF.
           MOVE ZERO TO GW-MONTH-BUDGET, GW-MONTH-ACTUAL,
                        GW-YTD-BUDGET, GW-YTD-ACTUAL.
           PERFORM 260-GATHER-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > REPORT-MONTH.
           IF GW-MONTH-BUDGET = ZERO AND GW-MONTH-ACTUAL = ZERO
               AND GW-YTD-BUDGET = ZERO AND GW-YTD-ACTUAL = ZERO
               CONTINUE
           ELSE
               IF AC-ACCOUNT-COUNT >= 500
                   DISPLAY 'GLBUDRPT: ACCOUNT TABLE OVERFLOW'
                   MOVE '250-GATHER-ACCOUNT'
                      TO EL-PARAGRAPH
                   MOVE 'GLBUDRPT: ACCOUNT TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO AC-ACCOUNT-COUNT
               MOVE AC-ACCOUNT-COUNT TO AC-SUB
               MOVE GA-DEPARTMENT TO AC-DEPARTMENT(AC-SUB)
               MOVE GA-ACCOUNT TO AC-ACCOUNT(AC-SUB)
               MOVE GA-DESCRIPTION TO AC-DESCRIPTION(AC-SUB)
               MOVE GW-MONTH-BUDGET TO AC-MONTH-BUDGET(AC-SUB)
               MOVE GW-MONTH-ACTUAL TO AC-MONTH-ACTUAL(AC-SUB)
               MOVE GW-YTD-BUDGET TO AC-YTD-BUDGET(AC-SUB)
               MOVE GW-YTD-ACTUAL TO AC-YTD-ACTUAL(AC-SUB)
               PERFORM 270-NOTE-DEPARTMENT
           END-IF.
      *
       260-GATHER-MONTH.
      *
           MOVE GA-ACCOUNT TO GB-ACCOUNT.
           COMPUTE GB-PERIOD = REPORT-YEAR * 100 + MONTH-SUB.
           READ GLBAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBAL-OK
               COMPUTE GW-NET =
                   (GB-DEBIT-TOTAL - GB-CREDIT-TOTAL) * GW-SIGN
               ADD GW-NET TO GW-YTD-ACTUAL
               IF MONTH-SUB = REPORT-MONTH
                   ADD GW-NET TO GW-MONTH-ACTUAL
               END-IF
           END-IF.
           MOVE GA-ACCOUNT TO GU-ACCOUNT.
           MOVE GA-DEPARTMENT TO GU-DEPARTMENT.
           COMPUTE GU-PERIOD = REPORT-YEAR * 100 + MONTH-SUB.
           READ GLBUDGT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBUDGT-OK
               ADD GU-BUDGET-AMOUNT TO GW-YTD-BUDGET
               IF MONTH-SUB = REPORT-MONTH
                   ADD GU-BUDGET-AMOUNT TO GW-MONTH-BUDGET
               END-IF
           END-IF.
      *
       270-NOTE-DEPARTMENT.
      *
           MOVE 'N' TO DEPT-FOUND-WS.
           PERFORM 275-MATCH-DEPARTMENT
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DP-DEPT-COUNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND
               IF DP-DEPT-COUNT >= 200
                   DISPLAY 'GLBUDRPT: DEPARTMENT TABLE OVERFLOW'
                   MOVE '270-NOTE-DEPARTMENT'
                      TO EL-PARAGRAPH
                   MOVE 'GLBUDRPT: DEPARTMENT TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO DP-DEPT-COUNT
               MOVE GA-DEPARTMENT TO DP-DEPARTMENT(DP-DEPT-COUNT)
           END-IF.
      *
       275-MATCH-DEPARTMENT.
      *
           IF DP-DEPARTMENT(DP-SUB) = GA-DEPARTMENT
               SET DEPT-FOUND TO TRUE
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT BUDCTL-FILE.
           IF NOT BUDCTL-OK
               DISPLAY 'BUDGET REPORT CONTROL OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET REPORT CONTROL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT GLACCT-FILE.
           IF NOT GLACCT-OK
               DISPLAY 'CHART OF ACCOUNTS OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CHART OF ACCOUNTS OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLACCT' TO EL-FILE-NAME
               MOVE GLACCT-ST TO EL-FILE-STATUS
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
           OPEN INPUT GLBUDGT-FILE.
           IF NOT GLBUDGT-OK
               DISPLAY 'GL BUDGET FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BUDGET FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBUDGT' TO EL-FILE-NAME
               MOVE GLBUDGT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT DISTOUT-FILE.
           IF NOT DISTOUT-OK
               DISPLAY 'DISTRIBUTION CARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DISTRIBUTION CARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BUDGET VARIANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET VARIANCE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-PERIOD-CONTROL.
      *
           READ BUDCTL-FILE
               AT END
                   DISPLAY 'BUDGET REPORT CONTROL IS EMPTY'
                   MOVE '310-READ-PERIOD-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'BUDGET REPORT CONTROL IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
           IF BC-PERIOD NOT NUMERIC
               DISPLAY 'BUDGET REPORT PERIOD NOT NUMERIC'
               MOVE '310-READ-PERIOD-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET REPORT PERIOD NOT NUMERIC'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE BC-PERIOD TO REPORT-PERIOD-WS.
           IF REPORT-MONTH < 1 OR REPORT-MONTH > 12
               DISPLAY 'BUDGET REPORT PERIOD MONTH NOT 01-12'
               MOVE '310-READ-PERIOD-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET REPORT PERIOD MONTH NOT 01-12'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE REPORT-PERIOD-WS TO SH-PERIOD, GH-PERIOD.
           MOVE VARIANCE-THRESHOLD-WS TO SH-THRESHOLD.
           CLOSE BUDCTL-FILE.
      *
      *    EXCHANGE SORT OF THE DEPARTMENT CODES, ASCENDING - THE
      *    TABLE IS SMALL.
       452-SORT-PASS.
      *
           PERFORM 453-SORT-COMPARE
               VARYING DP-SUB-2 FROM 1 BY 1
               UNTIL DP-SUB-2 >= DP-DEPT-COUNT.
      *
       453-SORT-COMPARE.
      *
           IF DP-DEPARTMENT(DP-SUB-2) > DP-DEPARTMENT(DP-SUB-2 + 1)
               MOVE DP-DEPARTMENT(DP-SUB-2) TO SWAP-DEPARTMENT-WS
               MOVE DP-DEPARTMENT(DP-SUB-2 + 1)
                   TO DP-DEPARTMENT(DP-SUB-2)
               MOVE SWAP-DEPARTMENT-WS
                   TO DP-DEPARTMENT(DP-SUB-2 + 1)
           END-IF.
      *
       500-PRINT-DEPARTMENT.
      *
           COMPUTE SECTION-FROM-LINE-WS = LINE-NO-WS + 1.
           MOVE DP-DEPARTMENT(DP-SUB) TO SH-DEPARTMENT, DL-DEPARTMENT.
           MOVE SECTION-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE GROUP-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE ZERO TO DT-MONTH-BUDGET, DT-MONTH-ACTUAL,
                        DT-YTD-BUDGET, DT-YTD-ACTUAL.
           PERFORM 520-PRINT-ACCOUNT
               VARYING AC-SUB FROM 1 BY 1
               UNTIL AC-SUB > AC-ACCOUNT-COUNT.
           MOVE SPACES TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE DT-MONTH-BUDGET TO LA-MONTH-BUDGET.
           MOVE DT-MONTH-ACTUAL TO LA-MONTH-ACTUAL.
           MOVE DT-YTD-BUDGET TO LA-YTD-BUDGET.
           MOVE DT-YTD-ACTUAL TO LA-YTD-ACTUAL.
           PERFORM 600-FORMAT-VARIANCE-LINE.
           MOVE SPACES TO VD-ACCOUNT.
           MOVE DEPT-TOTAL-LABEL-WS TO VD-DESCRIPTION.
           MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           ADD DT-MONTH-BUDGET TO GT-MONTH-BUDGET.
           ADD DT-MONTH-ACTUAL TO GT-MONTH-ACTUAL.
           ADD DT-YTD-BUDGET TO GT-YTD-BUDGET.
           ADD DT-YTD-ACTUAL TO GT-YTD-ACTUAL.
           PERFORM 550-WRITE-DIST-CARD.
      *
       520-PRINT-ACCOUNT.
      *
           IF AC-DEPARTMENT(AC-SUB) = DP-DEPARTMENT(DP-SUB)
               MOVE AC-MONTH-BUDGET(AC-SUB) TO LA-MONTH-BUDGET
               MOVE AC-MONTH-ACTUAL(AC-SUB) TO LA-MONTH-ACTUAL
               MOVE AC-YTD-BUDGET(AC-SUB) TO LA-YTD-BUDGET
               MOVE AC-YTD-ACTUAL(AC-SUB) TO LA-YTD-ACTUAL
               PERFORM 600-FORMAT-VARIANCE-LINE
               MOVE AC-ACCOUNT(AC-SUB) TO VD-ACCOUNT
               MOVE AC-DESCRIPTION(AC-SUB) TO VD-DESCRIPTION
               MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE-WS
               PERFORM 800-WRITE-REPORT-LINE
               IF VD-FLAG NOT = SPACES
                   ADD 1 TO LINES-FLAGGED-COUNT
               END-IF
               ADD AC-MONTH-BUDGET(AC-SUB) TO DT-MONTH-BUDGET
               ADD AC-MONTH-ACTUAL(AC-SUB) TO DT-MONTH-ACTUAL
               ADD AC-YTD-BUDGET(AC-SUB) TO DT-YTD-BUDGET
               ADD AC-YTD-ACTUAL(AC-SUB) TO DT-YTD-ACTUAL
           END-IF.
      *
       550-WRITE-DIST-CARD.
      *
           MOVE SPACES TO DISTOUT-RECORD.
           MOVE REPORT-NAME-WS TO DO-REPORT-NAME.
           STRING 'DEPT' DP-DEPARTMENT(DP-SUB)
               DELIMITED BY SIZE INTO DO-RECIPIENT
           END-STRING.
           MOVE SECTION-FROM-LINE-WS TO DO-FROM-LINE.
           MOVE LINE-NO-WS TO DO-TO-LINE.
           WRITE DISTOUT-RECORD.
           IF NOT DISTOUT-OK
               DISPLAY 'DISTRIBUTION CARD WRITE PROBLEM'
               MOVE '550-WRITE-DIST-CARD'
                  TO EL-PARAGRAPH
               MOVE 'DISTRIBUTION CARD WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           ADD 1 TO DIST-CARDS-COUNT.
      *
      *    FILLS THE AMOUNT, PERCENT AND FLAG COLUMNS OF THE
      *    DETAIL LINE FROM LA-MONTH- AND LA-YTD- BUDGET/ACTUAL.
       600-FORMAT-VARIANCE-LINE.
      *
           MOVE SPACES TO VD-FLAG.
           MOVE 'N' TO LA-OVER-THRESHOLD-WS.
           MOVE LA-MONTH-BUDGET TO LA-BUDGET, VD-MONTH-BUDGET.
           MOVE LA-MONTH-ACTUAL TO LA-ACTUAL, VD-MONTH-ACTUAL.
           PERFORM 610-COMPUTE-VARIANCE.
           MOVE LA-VARIANCE TO VD-MONTH-VARIANCE.
           MOVE LA-PERCENT TO VD-MONTH-PERCENT.
           IF LA-NO-BUDGET
               MOVE 'NO BUDGET' TO VD-FLAG
           END-IF.
           MOVE LA-YTD-BUDGET TO LA-BUDGET, VD-YTD-BUDGET.
           MOVE LA-YTD-ACTUAL TO LA-ACTUAL, VD-YTD-ACTUAL.
           PERFORM 610-COMPUTE-VARIANCE.
           MOVE LA-VARIANCE TO VD-YTD-VARIANCE.
           MOVE LA-PERCENT TO VD-YTD-PERCENT.
           IF LA-NO-BUDGET
               MOVE 'NO BUDGET' TO VD-FLAG
           END-IF.
           IF LA-OVER-THRESHOLD AND VD-FLAG = SPACES
               MOVE '**VARIANCE' TO VD-FLAG
           END-IF.
      *
       610-COMPUTE-VARIANCE.
      *
           MOVE 'N' TO LA-NO-BUDGET-WS.
           COMPUTE LA-VARIANCE = LA-ACTUAL - LA-BUDGET.
           MOVE LA-VARIANCE TO SAFEDIV-DIVIDEND.
           MOVE LA-BUDGET TO SAFEDIV-DIVISOR.
           CALL 'SAFEDIV' USING SAFEDIV-DIVIDEND, SAFEDIV-DIVISOR,
               SAFEDIV-QUOTIENT, SAFEDIV-RETURN-CD.
           IF SAFEDIV-OK
               COMPUTE LA-PERCENT = SAFEDIV-QUOTIENT * 100
               IF LA-PERCENT > 9999
                   MOVE 9999 TO LA-PERCENT
               END-IF
               IF LA-PERCENT < -9999
                   MOVE -9999 TO LA-PERCENT
               END-IF
               IF LA-PERCENT > VARIANCE-THRESHOLD-WS
                   OR LA-PERCENT < ZERO - VARIANCE-THRESHOLD-WS
                   SET LA-OVER-THRESHOLD TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO LA-PERCENT
               IF LA-ACTUAL NOT = ZERO
                   SET LA-NO-BUDGET TO TRUE
               END-IF
           END-IF.
      *
       700-WRITE-GRAND-TOTALS.
      *
           MOVE GRAND-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE GROUP-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE GT-MONTH-BUDGET TO LA-MONTH-BUDGET.
           MOVE GT-MONTH-ACTUAL TO LA-MONTH-ACTUAL.
           MOVE GT-YTD-BUDGET TO LA-YTD-BUDGET.
           MOVE GT-YTD-ACTUAL TO LA-YTD-ACTUAL.
           PERFORM 600-FORMAT-VARIANCE-LINE.
           MOVE SPACES TO VD-ACCOUNT.
           MOVE 'ALL DEPARTMENTS' TO VD-DESCRIPTION.
           MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
           MOVE LINES-FLAGGED-COUNT TO RS-FLAGGED.
           MOVE DIST-CARDS-COUNT TO RS-SECTIONS.
           MOVE RUN-SUMMARY-LINE TO REPORT-LINE-WS.
           PERFORM 800-WRITE-REPORT-LINE.
      *
       800-WRITE-REPORT-LINE.
      *
           WRITE PRINT-LINE FROM REPORT-LINE-WS.
           ADD 1 TO LINE-NO-WS.
      *
       900-WRAP-UP.
           DISPLAY 'GLBUDRPT: ' DIST-CARDS-COUNT
               ' DEPARTMENT SECTIONS, ' LINES-FLAGGED-COUNT
               ' LINES FLAGGED'.
           CLOSE GLACCT-FILE, GLBAL-FILE, GLBUDGT-FILE,
                 DISTOUT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * GLSTMT                                                         *
      * Period-end financial statements from the GLBAL balances file.  *
      * The control card names the period (CCYYMM).  Every account's   *
      * balances through the period are totalled and grouped by the    *
      * GLACCT chart-of-accounts type: the income statement shows      *
      * revenue and expense for the period and the year to date, and   *
      * the balance sheet shows assets, liabilities and equity as of   *
      * the period end, with the year's earnings to date carried in    *
      * equity.  An account on GLBAL but not on the chart prints in    *
      * its own section so the sheet still proves.  A December run     *
      * also closes the year: each revenue and expense account's year  *
      * is reversed, and the net income posted to retained earnings    *
      * (GETPARM RETAIN-ACCT), on GLBAL rows for closing period 13     *
      * (CCYY13) - the trial balance for that period still proves,     *
      * and the next year opens with earnings in retained earnings.    *
      * A rerun of the close replaces its own rows; once GLCLOSE has   *
      * closed period 13 the close is refused.                         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (GLSTRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTCTL-FILE
               ASSIGN TO UT-S-STMTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STMTCTL-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT GLACCT-FILE
               ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS GLACCT-ST.
           SELECT PRINTFILE
               ASSIGN TO GLSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STMTCTL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  STMTCTL-RECORD.
           05  SC-PERIOD                 PIC 9(6).
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  GLACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLACCT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  STMTCTL-ST                 PIC X(2).
               88  STMTCTL-OK                     VALUE '00'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
               88  GLBAL-NOT-FOUND                VALUE '23'.
           05  GLACCT-ST                  PIC X(2).
               88  GLACCT-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BROWSE-DONE-WS             PIC X(1)  VALUE 'N'.
               88  BROWSE-DONE                    VALUE 'Y'.
           05  YEAR-CLOSED-WS             PIC X(1)  VALUE 'N'.
               88  YEAR-ALREADY-CLOSED            VALUE 'Y'.
       01  STATEMENT-PERIOD-WS            PIC 9(6).
       01  STATEMENT-PERIOD-R REDEFINES STATEMENT-PERIOD-WS.
           05  STATEMENT-YEAR             PIC 9(4).
           05  STATEMENT-MONTH            PIC 9(2).
       01  ROW-PERIOD-WS                  PIC 9(6).
       01  ROW-PERIOD-R REDEFINES ROW-PERIOD-WS.
           05  ROW-YEAR                   PIC 9(4).
           05  ROW-MONTH                  PIC 9(2).
      *    PERIOD 13 OF THE STATEMENT YEAR CARRIES THE CLOSING ROWS.
       01  CLOSING-PERIOD-WS              PIC 9(6).
       01  RETAINED-EARNINGS-ACCT-WS      PIC X(8) VALUE 'RETEARN '.
      *
      * ONE ENTRY PER ACCOUNT ON GLBAL, NET OF DEBITS LESS CREDITS:
      * THROUGH THE PERIOD, FOR THE YEAR TO DATE AND FOR THE PERIOD.
       01  STATEMENT-TABLE-WS.
           05  ST-ACCOUNT-COUNT           PIC 9(3) VALUE ZERO.
           05  ST-ACCOUNT-ENTRY OCCURS 500.
               10  ST-ACCOUNT             PIC X(8).
               10  ST-DESCRIPTION         PIC X(30).
               10  ST-ACCOUNT-TYPE        PIC X(1).
                   88  ST-ASSET                   VALUE 'A'.
                   88  ST-LIABILITY               VALUE 'L'.
                   88  ST-EQUITY                  VALUE 'E'.
                   88  ST-REVENUE                 VALUE 'R'.
                   88  ST-EXPENSE                 VALUE 'X'.
                   88  ST-INCOME-ACCOUNT          VALUE 'R' 'X'.
                   88  ST-NOT-ON-CHART            VALUE '?'.
               10  ST-NORMAL-BALANCE      PIC X(1).
               10  ST-CUMULATIVE-NET      PIC S9(13)V99.
               10  ST-YEAR-TO-DATE-NET    PIC S9(13)V99.
               10  ST-PERIOD-NET          PIC S9(13)V99.
       01  ST-SUB                         PIC 9(3).
      *
      * THE SECTION BEING PRINTED: ITS TYPE, AND +1 FOR A DEBIT
      * SECTION OR -1 FOR A CREDIT SECTION SO EACH PRINTS POSITIVE.
       01  SECTION-WORK-WS.
           05  SECTION-TYPE-WS            PIC X(1).
           05  SECTION-SIGN-WS            PIC S9(1).
           05  SECTION-AMOUNT-WS          PIC S9(13)V99.
           05  SECTION-PERIOD-WS          PIC S9(13)V99.
           05  SECTION-TOTAL-WS           PIC S9(13)V99.
           05  SECTION-PERIOD-TOTAL-WS    PIC S9(13)V99.
       01  STATEMENT-TOTALS-WS.
           05  TOTAL-REVENUE-PERIOD       PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-REVENUE-YTD          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-EXPENSE-PERIOD       PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-EXPENSE-YTD          PIC S9(13)V99 VALUE ZERO.
           05  NET-INCOME-PERIOD          PIC S9(13)V99 VALUE ZERO.
           05  NET-INCOME-YTD             PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-ASSETS-WS            PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-LIABILITIES-WS       PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-EQUITY-WS            PIC S9(13)V99 VALUE ZERO.
           05  CURRENT-EARNINGS-WS        PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-NOT-ON-CHART-WS      PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-DEBIT-SIDE-WS        PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-CREDIT-SIDE-WS       PIC S9(13)V99 VALUE ZERO.
      *
      * YEAR-END CLOSE - THE CLOSING ROW BEING SET.
       01  CLOSE-WORK-WS.
           05  CLOSE-ACCOUNT-WS           PIC X(8).
           05  CLOSE-DEBIT-WS             PIC S9(13)V99.
           05  CLOSE-CREDIT-WS            PIC S9(13)V99.
           05  CLOSE-ROWS-COUNT           PIC 9(5) VALUE ZERO.
       01  INCOME-HEADING-LINE.
           05  FILLER            PIC X(30) VALUE
                   "INCOME STATEMENT FOR PERIOD   ".
           05  IH-PERIOD         PIC 9(6).
       01  BALANCE-HEADING-LINE.
           05  FILLER            PIC X(30) VALUE
                   "BALANCE SHEET AS OF PERIOD    ".
           05  BH-PERIOD         PIC 9(6).
       01  INCOME-COLUMN-LINE.
           05  FILLER            PIC X(42) VALUE
                   "  ACCOUNT   DESCRIPTION".
           05  FILLER            PIC X(24) VALUE
                   "           THIS PERIOD".
           05  FILLER            PIC X(24) VALUE
                   "          YEAR TO DATE".
       01  BALANCE-COLUMN-LINE.
           05  FILLER            PIC X(42) VALUE
                   "  ACCOUNT   DESCRIPTION".
           05  FILLER            PIC X(24) VALUE
                   "               BALANCE".
       01  SECTION-HEADING-LINE.
           05  SH-TITLE          PIC X(30).
       01  INCOME-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ID-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ID-DESCRIPTION    PIC X(30).
           05  ID-PERIOD         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ID-YEAR-TO-DATE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ID-FLAG           PIC X(1).
       01  INCOME-TOTAL-LINE.
           05  IT-LABEL          PIC X(42).
           05  IT-PERIOD         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IT-YEAR-TO-DATE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  BALANCE-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-DESCRIPTION    PIC X(30).
           05  BD-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  BD-FLAG           PIC X(1).
       01  BALANCE-TOTAL-LINE.
           05  BT-LABEL          PIC X(42).
           05  BT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  BT-STATUS         PIC X(20).
       01  FLAG-FOOTNOTE-LINE.
           05  FILLER            PIC X(40) VALUE
                   "* BALANCE IS ON THE OPPOSITE SIDE OF THE".
           05  FILLER            PIC X(25) VALUE
                   " ACCOUNT'S NORMAL BALANCE".
       01  CLOSE-SUMMARY-LINE.
           05  FILLER            PIC X(25) VALUE
                   "YEAR-END CLOSE TO PERIOD ".
           05  CS-PERIOD         PIC 9(6).
           05  FILLER            PIC X(14) VALUE "  NET INCOME  ".
           05  CS-NET-INCOME     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  CS-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CS-STATUS         PIC X(30).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ACCUMULATE-BALANCE UNTIL BROWSE-DONE.
           PERFORM 450-CLASSIFY-ACCOUNT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ACCOUNT-COUNT.
           PERFORM 500-PRINT-INCOME-STATEMENT.
           PERFORM 600-PRINT-BALANCE-SHEET.
           IF STATEMENT-MONTH = 12
               PERFORM 800-CLOSE-THE-YEAR
           END-IF.
           PERFORM 900-WRAP-UP.
           IF TOTAL-DEBIT-SIDE-WS NOT = TOTAL-CREDIT-SIDE-WS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GLSTMT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'GLSTMT' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'RETAIN-ACCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:8) NOT = SPACES
               MOVE GP-PARM-VALUE(1:8) TO RETAINED-EARNINGS-ACCT-WS
           END-IF.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-PERIOD-CONTROL.
           COMPUTE CLOSING-PERIOD-WS = STATEMENT-YEAR * 100 + 13.
      *    THE KEY SORTS ACCOUNT FIRST, SO THE WHOLE FILE IS WALKED
      *    AND EACH ACCOUNT'S ROWS ARRIVE TOGETHER.
           MOVE LOW-VALUES TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           START GLBAL-FILE KEY >= GB-BALANCE-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
      *
       200-ACCUMULATE-BALANCE.
      *
           READ GLBAL-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF GB-PERIOD NOT > STATEMENT-PERIOD-WS
                       AND GB-ACCOUNT(1:1) NOT = '*'
                       PERFORM 250-ADD-TO-ACCOUNT
                   END-IF
           END-READ.
      *
       250-ADD-TO-ACCOUNT.
      *
           IF ST-ACCOUNT-COUNT = ZERO
               OR ST-ACCOUNT(ST-ACCOUNT-COUNT) NOT = GB-ACCOUNT
               IF ST-ACCOUNT-COUNT >= 500
                   DISPLAY 'GLSTMT: ACCOUNT TABLE OVERFLOW'
                   MOVE '250-ADD-TO-ACCOUNT'
                      TO EL-PARAGRAPH
                   MOVE 'GLSTMT: ACCOUNT TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO ST-ACCOUNT-COUNT
               MOVE GB-ACCOUNT TO ST-ACCOUNT(ST-ACCOUNT-COUNT)
               MOVE ZERO TO ST-CUMULATIVE-NET(ST-ACCOUNT-COUNT),
                            ST-YEAR-TO-DATE-NET(ST-ACCOUNT-COUNT),
                            ST-PERIOD-NET(ST-ACCOUNT-COUNT)
           END-IF.
           MOVE ST-ACCOUNT-COUNT TO ST-SUB.
           MOVE GB-PERIOD TO ROW-PERIOD-WS.
           COMPUTE ST-CUMULATIVE-NET(ST-SUB) = ST-CUMULATIVE-NET(ST-SUB)
               + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL.
           IF ROW-YEAR = STATEMENT-YEAR
               COMPUTE ST-YEAR-TO-DATE-NET(ST-SUB) =
                   ST-YEAR-TO-DATE-NET(ST-SUB)
                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
           END-IF.
           IF GB-PERIOD = STATEMENT-PERIOD-WS
               COMPUTE ST-PERIOD-NET(ST-SUB) = ST-PERIOD-NET(ST-SUB)
                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT STMTCTL-FILE.
           IF NOT STMTCTL-OK
               DISPLAY 'STATEMENT CONTROL OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'STATEMENT CONTROL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN I-O GLBAL-FILE.
           IF NOT GLBAL-OK
               DISPLAY 'GL BALANCES FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BALANCES FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
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
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'FINANCIAL STATEMENT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'FINANCIAL STATEMENT REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-PERIOD-CONTROL.
      *
           READ STMTCTL-FILE
               AT END
                   DISPLAY 'STATEMENT CONTROL IS EMPTY'
                   MOVE '310-READ-PERIOD-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'STATEMENT CONTROL IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
           IF SC-PERIOD NOT NUMERIC
               DISPLAY 'STATEMENT PERIOD NOT NUMERIC'
               MOVE '310-READ-PERIOD-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'STATEMENT PERIOD NOT NUMERIC'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE SC-PERIOD TO STATEMENT-PERIOD-WS.
           IF STATEMENT-MONTH < 1 OR STATEMENT-MONTH > 12
               DISPLAY 'STATEMENT PERIOD MONTH NOT 01-12'
               MOVE '310-READ-PERIOD-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'STATEMENT PERIOD MONTH NOT 01-12'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE STATEMENT-PERIOD-WS TO IH-PERIOD, BH-PERIOD.
           CLOSE STMTCTL-FILE.
      *
       450-CLASSIFY-ACCOUNT.
      *
           MOVE ST-ACCOUNT(ST-SUB) TO GA-ACCOUNT.
           READ GLACCT-FILE
               INVALID KEY
                   MOVE 'NOT ON CHART OF ACCOUNTS'
                       TO ST-DESCRIPTION(ST-SUB)
                   MOVE '?' TO ST-ACCOUNT-TYPE(ST-SUB)
                   MOVE SPACE TO ST-NORMAL-BALANCE(ST-SUB)
               NOT INVALID KEY
                   MOVE GA-DESCRIPTION TO ST-DESCRIPTION(ST-SUB)
                   MOVE GA-ACCOUNT-TYPE TO ST-ACCOUNT-TYPE(ST-SUB)
                   MOVE GA-NORMAL-BALANCE TO ST-NORMAL-BALANCE(ST-SUB)
           END-READ.
      *
       500-PRINT-INCOME-STATEMENT.
      *
           WRITE PRINT-LINE FROM INCOME-HEADING-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM INCOME-COLUMN-LINE.
           MOVE 'REVENUE' TO SH-TITLE.
           MOVE 'R' TO SECTION-TYPE-WS.
           MOVE -1 TO SECTION-SIGN-WS.
           PERFORM 510-PRINT-INCOME-SECTION.
           MOVE SECTION-PERIOD-TOTAL-WS TO TOTAL-REVENUE-PERIOD.
           MOVE SECTION-TOTAL-WS TO TOTAL-REVENUE-YTD.
           MOVE 'TOTAL REVENUE' TO IT-LABEL.
           PERFORM 530-WRITE-INCOME-TOTAL.
           MOVE 'EXPENSES' TO SH-TITLE.
           MOVE 'X' TO SECTION-TYPE-WS.
           MOVE +1 TO SECTION-SIGN-WS.
           PERFORM 510-PRINT-INCOME-SECTION.
           MOVE SECTION-PERIOD-TOTAL-WS TO TOTAL-EXPENSE-PERIOD.
           MOVE SECTION-TOTAL-WS TO TOTAL-EXPENSE-YTD.
           MOVE 'TOTAL EXPENSES' TO IT-LABEL.
           PERFORM 530-WRITE-INCOME-TOTAL.
           COMPUTE NET-INCOME-PERIOD =
               TOTAL-REVENUE-PERIOD - TOTAL-EXPENSE-PERIOD.
           COMPUTE NET-INCOME-YTD =
               TOTAL-REVENUE-YTD - TOTAL-EXPENSE-YTD.
           MOVE NET-INCOME-PERIOD TO SECTION-PERIOD-TOTAL-WS.
           MOVE NET-INCOME-YTD TO SECTION-TOTAL-WS.
           MOVE 'NET INCOME' TO IT-LABEL.
           PERFORM 530-WRITE-INCOME-TOTAL.
      *
       510-PRINT-INCOME-SECTION.
      *
           MOVE ZERO TO SECTION-TOTAL-WS, SECTION-PERIOD-TOTAL-WS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 520-PRINT-INCOME-ACCOUNT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ACCOUNT-COUNT.
      *
       520-PRINT-INCOME-ACCOUNT.
      *
           IF ST-ACCOUNT-TYPE(ST-SUB) = SECTION-TYPE-WS
               COMPUTE SECTION-AMOUNT-WS =
                   ST-YEAR-TO-DATE-NET(ST-SUB) * SECTION-SIGN-WS
               COMPUTE SECTION-PERIOD-WS =
                   ST-PERIOD-NET(ST-SUB) * SECTION-SIGN-WS
               ADD SECTION-AMOUNT-WS TO SECTION-TOTAL-WS
               ADD SECTION-PERIOD-WS TO SECTION-PERIOD-TOTAL-WS
               MOVE ST-ACCOUNT(ST-SUB) TO ID-ACCOUNT
               MOVE ST-DESCRIPTION(ST-SUB) TO ID-DESCRIPTION
               MOVE SECTION-PERIOD-WS TO ID-PERIOD
               MOVE SECTION-AMOUNT-WS TO ID-YEAR-TO-DATE
               MOVE ST-YEAR-TO-DATE-NET(ST-SUB) TO SECTION-AMOUNT-WS
               PERFORM 550-SET-BALANCE-FLAG
               MOVE BD-FLAG TO ID-FLAG
               WRITE PRINT-LINE FROM INCOME-DETAIL-LINE
           END-IF.
      *
       530-WRITE-INCOME-TOTAL.
      *
           MOVE SECTION-PERIOD-TOTAL-WS TO IT-PERIOD.
           MOVE SECTION-TOTAL-WS TO IT-YEAR-TO-DATE.
           WRITE PRINT-LINE FROM INCOME-TOTAL-LINE.
      *
      *    SECTION-AMOUNT-WS HOLDS THE ACCOUNT'S DEBIT-LESS-CREDIT
      *    NET; A NET ON THE SIDE OPPOSITE ITS NORMAL BALANCE IS
      *    FLAGGED FOR FINANCE TO LOOK AT.
       550-SET-BALANCE-FLAG.
      *
           MOVE SPACE TO BD-FLAG.
           IF (ST-NORMAL-BALANCE(ST-SUB) = 'D'
                   AND SECTION-AMOUNT-WS < ZERO)
               OR (ST-NORMAL-BALANCE(ST-SUB) = 'C'
                   AND SECTION-AMOUNT-WS > ZERO)
               MOVE '*' TO BD-FLAG
           END-IF.
      *
       600-PRINT-BALANCE-SHEET.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BALANCE-HEADING-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BALANCE-COLUMN-LINE.
           MOVE 'ASSETS' TO SH-TITLE.
           MOVE 'A' TO SECTION-TYPE-WS.
           MOVE +1 TO SECTION-SIGN-WS.
           PERFORM 610-PRINT-BALANCE-SECTION.
           MOVE SECTION-TOTAL-WS TO TOTAL-ASSETS-WS.
           MOVE 'TOTAL ASSETS' TO BT-LABEL.
           PERFORM 630-WRITE-BALANCE-TOTAL.
           MOVE 'LIABILITIES' TO SH-TITLE.
           MOVE 'L' TO SECTION-TYPE-WS.
           MOVE -1 TO SECTION-SIGN-WS.
           PERFORM 610-PRINT-BALANCE-SECTION.
           MOVE SECTION-TOTAL-WS TO TOTAL-LIABILITIES-WS.
           MOVE 'TOTAL LIABILITIES' TO BT-LABEL.
           PERFORM 630-WRITE-BALANCE-TOTAL.
           MOVE 'EQUITY' TO SH-TITLE.
           MOVE 'E' TO SECTION-TYPE-WS.
           MOVE -1 TO SECTION-SIGN-WS.
           PERFORM 610-PRINT-BALANCE-SECTION.
      *    EARNINGS NOT YET CLOSED TO RETAINED EARNINGS - THE YEAR TO
      *    DATE, PLUS ANY EARLIER YEAR NOT YET CLOSED.
           MOVE ZERO TO CURRENT-EARNINGS-WS.
           PERFORM 640-ADD-CURRENT-EARNINGS
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ACCOUNT-COUNT.
           MOVE SPACES TO BALANCE-DETAIL-LINE.
           MOVE 'EARNINGS NOT YET CLOSED' TO BD-DESCRIPTION.
           MOVE CURRENT-EARNINGS-WS TO BD-AMOUNT.
           WRITE PRINT-LINE FROM BALANCE-DETAIL-LINE.
           ADD CURRENT-EARNINGS-WS TO SECTION-TOTAL-WS.
           MOVE SECTION-TOTAL-WS TO TOTAL-EQUITY-WS.
           MOVE 'TOTAL EQUITY' TO BT-LABEL.
           PERFORM 630-WRITE-BALANCE-TOTAL.
           MOVE 'NOT ON CHART OF ACCOUNTS' TO SH-TITLE.
           MOVE '?' TO SECTION-TYPE-WS.
           MOVE +1 TO SECTION-SIGN-WS.
           PERFORM 610-PRINT-BALANCE-SECTION.
           MOVE SECTION-TOTAL-WS TO TOTAL-NOT-ON-CHART-WS.
           MOVE 'TOTAL NOT ON CHART (DEBIT)' TO BT-LABEL.
           PERFORM 630-WRITE-BALANCE-TOTAL.
      *    THE SHEET PROVES WHEN EVERY DEBIT BALANCE EQUALS EVERY
      *    CREDIT BALANCE.
           COMPUTE TOTAL-DEBIT-SIDE-WS =
               TOTAL-ASSETS-WS + TOTAL-NOT-ON-CHART-WS.
           COMPUTE TOTAL-CREDIT-SIDE-WS =
               TOTAL-LIABILITIES-WS + TOTAL-EQUITY-WS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO BT-LABEL.
           MOVE TOTAL-CREDIT-SIDE-WS TO SECTION-TOTAL-WS.
           PERFORM 630-WRITE-BALANCE-TOTAL.
           MOVE SPACES TO BALANCE-TOTAL-LINE.
           MOVE 'ASSETS AND ACCOUNTS NOT ON CHART' TO BT-LABEL.
           MOVE TOTAL-DEBIT-SIDE-WS TO BT-AMOUNT.
           IF TOTAL-DEBIT-SIDE-WS = TOTAL-CREDIT-SIDE-WS
               MOVE 'IN BALANCE' TO BT-STATUS
           ELSE
               MOVE '** OUT OF BALANCE' TO BT-STATUS
           END-IF.
           WRITE PRINT-LINE FROM BALANCE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM FLAG-FOOTNOTE-LINE.
      *
       610-PRINT-BALANCE-SECTION.
      *
           MOVE ZERO TO SECTION-TOTAL-WS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 620-PRINT-BALANCE-ACCOUNT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ACCOUNT-COUNT.
      *
       620-PRINT-BALANCE-ACCOUNT.
      *
           IF ST-ACCOUNT-TYPE(ST-SUB) = SECTION-TYPE-WS
               MOVE SPACES TO BALANCE-DETAIL-LINE
               MOVE ST-CUMULATIVE-NET(ST-SUB) TO SECTION-AMOUNT-WS
               PERFORM 550-SET-BALANCE-FLAG
               COMPUTE SECTION-AMOUNT-WS =
                   ST-CUMULATIVE-NET(ST-SUB) * SECTION-SIGN-WS
               ADD SECTION-AMOUNT-WS TO SECTION-TOTAL-WS
               MOVE ST-ACCOUNT(ST-SUB) TO BD-ACCOUNT
               MOVE ST-DESCRIPTION(ST-SUB) TO BD-DESCRIPTION
               MOVE SECTION-AMOUNT-WS TO BD-AMOUNT
               WRITE PRINT-LINE FROM BALANCE-DETAIL-LINE
           END-IF.
      *
       630-WRITE-BALANCE-TOTAL.
      *
           MOVE SECTION-TOTAL-WS TO BT-AMOUNT.
           MOVE SPACES TO BT-STATUS.
           WRITE PRINT-LINE FROM BALANCE-TOTAL-LINE.
      *
       640-ADD-CURRENT-EARNINGS.
      *
           IF ST-INCOME-ACCOUNT(ST-SUB)
               SUBTRACT ST-CUMULATIVE-NET(ST-SUB)
                   FROM CURRENT-EARNINGS-WS
           END-IF.
      *
       800-CLOSE-THE-YEAR.
      *
      *    A CLOSED PERIOD 13 TAKES NO NEW CLOSING ROWS.
           MOVE '*PERIOD*' TO GB-ACCOUNT.
           MOVE CLOSING-PERIOD-WS TO GB-PERIOD.
           READ GLBAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBAL-OK AND GB-PERIOD-CLOSED
               SET YEAR-ALREADY-CLOSED TO TRUE
           END-IF.
           MOVE CLOSING-PERIOD-WS TO CS-PERIOD.
           MOVE NET-INCOME-YTD TO CS-NET-INCOME.
           MOVE RETAINED-EARNINGS-ACCT-WS TO CS-ACCOUNT.
           IF YEAR-ALREADY-CLOSED
               MOVE 'REFUSED - PERIOD 13 CLOSED' TO CS-STATUS
               DISPLAY 'GLSTMT: PERIOD ' CLOSING-PERIOD-WS
                   ' IS CLOSED - YEAR-END CLOSE NOT POSTED'
           ELSE
      *        EACH REVENUE AND EXPENSE ACCOUNT'S YEAR IS REVERSED.
      *        THE ROWS ARE SET, NOT ADDED TO, SO A RERUN REPLACES
      *        THEM.
               PERFORM 810-CLOSE-INCOME-ACCOUNT
                   VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB > ST-ACCOUNT-COUNT
               MOVE RETAINED-EARNINGS-ACCT-WS TO CLOSE-ACCOUNT-WS
               MOVE ZERO TO CLOSE-DEBIT-WS, CLOSE-CREDIT-WS
               IF NET-INCOME-YTD > ZERO
                   MOVE NET-INCOME-YTD TO CLOSE-CREDIT-WS
               ELSE
                   COMPUTE CLOSE-DEBIT-WS = ZERO - NET-INCOME-YTD
               END-IF
               PERFORM 820-SET-CLOSING-ROW
               MOVE 'CLOSED TO RETAINED EARNINGS' TO CS-STATUS
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CLOSE-SUMMARY-LINE.
      *
       810-CLOSE-INCOME-ACCOUNT.
      *
           IF ST-INCOME-ACCOUNT(ST-SUB)
               MOVE ST-ACCOUNT(ST-SUB) TO CLOSE-ACCOUNT-WS
               MOVE ZERO TO CLOSE-DEBIT-WS, CLOSE-CREDIT-WS
               IF ST-YEAR-TO-DATE-NET(ST-SUB) > ZERO
                   MOVE ST-YEAR-TO-DATE-NET(ST-SUB) TO CLOSE-CREDIT-WS
               ELSE
                   COMPUTE CLOSE-DEBIT-WS =
                       ZERO - ST-YEAR-TO-DATE-NET(ST-SUB)
               END-IF
               PERFORM 820-SET-CLOSING-ROW
           END-IF.
      *
       820-SET-CLOSING-ROW.
      *
           MOVE CLOSE-ACCOUNT-WS TO GB-ACCOUNT.
           MOVE CLOSING-PERIOD-WS TO GB-PERIOD.
           READ GLBAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBAL-NOT-FOUND
               MOVE SPACES TO GL-BALANCE-RECORD
               MOVE CLOSE-ACCOUNT-WS TO GB-ACCOUNT
               MOVE CLOSING-PERIOD-WS TO GB-PERIOD
               MOVE CLOSE-DEBIT-WS TO GB-DEBIT-TOTAL
               MOVE CLOSE-CREDIT-WS TO GB-CREDIT-TOTAL
               SET GB-PERIOD-OPEN TO TRUE
               WRITE GL-BALANCE-RECORD
           ELSE
               MOVE CLOSE-DEBIT-WS TO GB-DEBIT-TOTAL
               MOVE CLOSE-CREDIT-WS TO GB-CREDIT-TOTAL
               REWRITE GL-BALANCE-RECORD
           END-IF.
           IF NOT GLBAL-OK
               DISPLAY 'GL CLOSING ROW WRITE PROBLEM'
               MOVE '820-SET-CLOSING-ROW'
                  TO EL-PARAGRAPH
               MOVE 'GL CLOSING ROW WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO CLOSE-ROWS-COUNT.
      *
       900-WRAP-UP.
           CLOSE GLBAL-FILE, GLACCT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

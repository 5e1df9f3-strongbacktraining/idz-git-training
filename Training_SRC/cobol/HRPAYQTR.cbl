      ******************************************************************
      * HRPAYQTR                                                       *
      * Quarterly payroll tax report over the PAYHIST payroll history  *
      * HRPAYREG appends.  The quarter is the one holding the          *
      * business date, so the run belongs at quarter-end.  Every       *
      * history record paid in one of the quarter's three months is    *
      * totalled into its department - wages, the tax withheld from    *
      * the employee and the matching employer tax HRPAYREG posts to   *
      * the GL - and the company totals close the report with the      *
      * tax liability broken out by month of the quarter, which is     *
      * how the return asks for it.                                    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRPAYQTR.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYHIST-ST.
           SELECT PRINTFILE
               ASSIGN TO HRPAYQRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYHIST.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  PAYHIST-ST                 PIC X(2).
               88  PAYHIST-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYHIST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
       01  QUARTER-FIELDS-WS.
           05  QTR-YEAR-WS                PIC 9(4).
           05  QTR-MONTH-WS               PIC 9(2).
           05  QTR-NUMBER-WS              PIC 9(1).
           05  QTR-FIRST-MONTH-WS         PIC 9(2).
           05  QTR-LAST-MONTH-WS          PIC 9(2).
           05  QTR-MONTH-SUB              PIC 9(1).
      *
      * DEPARTMENTS IN THE ORDER THEY FIRST APPEAR IN THE QUARTER.
       01  DEPT-TABLE-WS.
           05  DEPT-COUNT                 PIC 9(3) VALUE ZERO.
           05  DEPT-ENTRY OCCURS 100.
               10  DQ-DEPT-CODE           PIC X(3).
               10  DQ-PAY-RECORDS         PIC 9(5).
               10  DQ-WAGES               PIC S9(9)V99.
               10  DQ-TAX-WITHHELD        PIC S9(9)V99.
       01  MONTH-TABLE-WS.
           05  MONTH-ENTRY OCCURS 3.
               10  MQ-WAGES               PIC S9(11)V99.
               10  MQ-TAX-WITHHELD        PIC S9(11)V99.
       01  SUBSCRIPTS-WS.
           05  DP-SUB                     PIC 9(3).
           05  DP-FOUND-SUB               PIC 9(3).
       01  COMPANY-TOTALS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7)      VALUE ZERO.
           05  COMPANY-PAY-RECORDS        PIC 9(7)      VALUE ZERO.
           05  COMPANY-WAGES              PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-TAX-WITHHELD       PIC S9(11)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "QUARTERLY PAYROLL TAX REPORT".
           05  FILLER            PIC X(8)  VALUE "QUARTER ".
           05  HDG-QUARTER       PIC 9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-YEAR          PIC 9(4).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(8)  VALUE "DEPT".
           05  FILLER            PIC X(10) VALUE "PAY RECS".
           05  FILLER            PIC X(17) VALUE "WAGES".
           05  FILLER            PIC X(17) VALUE "TAX WITHHELD".
           05  FILLER            PIC X(17) VALUE "EMPLOYER TAX".
           05  FILLER            PIC X(17) VALUE "TOTAL TAX".
       01  DEPT-DETAIL-LINE.
           05  DD-DEPT-CODE      PIC X(3).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  DD-PAY-RECORDS    PIC ZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-WAGES          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-TAX-WITHHELD   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-EMPLOYER-TAX   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-TOTAL-TAX      PIC -ZZ,ZZZ,ZZ9.99.
       01  COMPANY-TOTALS-LINE.
           05  FILLER            PIC X(8)  VALUE "COMPANY".
           05  CT-PAY-RECORDS    PIC ZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CT-WAGES          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CT-TAX-WITHHELD   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CT-EMPLOYER-TAX   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CT-TOTAL-TAX      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  MONTH-LIABILITY-LINE.
           05  FILLER            PIC X(14) VALUE "MONTH OF QTR ".
           05  ML-MONTH          PIC 9.
           05  FILLER            PIC X(8)  VALUE "  WAGES ".
           05  ML-WAGES          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(17) VALUE "  TAX LIABILITY ".
           05  ML-TAX-LIABILITY  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  READ-COUNT-LINE.
           05  FILLER            PIC X(24) VALUE
                   "HISTORY RECORDS READ    ".
           05  RC-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE
                   "    IN QUARTER  ".
           05  RC-IN-QUARTER     PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 600-WRITE-DEPARTMENT-LINE
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DEPT-COUNT.
           PERFORM 700-WRITE-COMPANY-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE(1:4) TO QTR-YEAR-WS.
           MOVE BD-BUSINESS-DATE(5:2) TO QTR-MONTH-WS.
           COMPUTE QTR-NUMBER-WS = (QTR-MONTH-WS - 1) / 3 + 1.
           COMPUTE QTR-FIRST-MONTH-WS = (QTR-NUMBER-WS - 1) * 3 + 1.
           COMPUTE QTR-LAST-MONTH-WS = QTR-FIRST-MONTH-WS + 2.
           INITIALIZE MONTH-TABLE-WS.
           MOVE QTR-NUMBER-WS TO HDG-QUARTER.
           MOVE QTR-YEAR-WS TO HDG-YEAR.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-HISTORY.
      *
       200-PROCESS-HISTORY.
      *
           ADD 1 TO HISTORY-READ-COUNT.
           IF PH-PAY-YEAR = QTR-YEAR-WS
               AND PH-PAY-MONTH NOT < QTR-FIRST-MONTH-WS
               AND PH-PAY-MONTH NOT > QTR-LAST-MONTH-WS
               PERFORM 500-ADD-TO-QUARTER
           END-IF.
           PERFORM 400-READ-HISTORY.
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
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'QUARTERLY TAX REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'QUARTERLY TAX REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-HISTORY.
      *
           READ PAYHIST-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       450-FIND-DEPARTMENT.
      *
           IF DQ-DEPT-CODE(DP-SUB) = PH-DEPARTMENT
               MOVE DP-SUB TO DP-FOUND-SUB
           END-IF.
      *
       500-ADD-TO-QUARTER.
      *
           MOVE ZERO TO DP-FOUND-SUB.
           PERFORM 450-FIND-DEPARTMENT
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DEPT-COUNT
               OR DP-FOUND-SUB > ZERO.
           IF DP-FOUND-SUB = ZERO
               IF DEPT-COUNT >= 100
                   DISPLAY 'HRPAYQTR: DEPARTMENT TABLE OVERFLOW'
                   MOVE '500-ADD-TO-QUARTER'
                      TO EL-PARAGRAPH
                   MOVE 'HRPAYQTR: DEPARTMENT TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-COUNT TO DP-FOUND-SUB
               MOVE PH-DEPARTMENT TO DQ-DEPT-CODE(DP-FOUND-SUB)
               MOVE ZERO TO DQ-PAY-RECORDS(DP-FOUND-SUB),
                            DQ-WAGES(DP-FOUND-SUB),
                            DQ-TAX-WITHHELD(DP-FOUND-SUB)
           END-IF.
           ADD 1 TO DQ-PAY-RECORDS(DP-FOUND-SUB), COMPANY-PAY-RECORDS.
           ADD PH-GROSS-PAY TO DQ-WAGES(DP-FOUND-SUB), COMPANY-WAGES.
           ADD PH-TAX-WITHHELD TO DQ-TAX-WITHHELD(DP-FOUND-SUB),
               COMPANY-TAX-WITHHELD.
           COMPUTE QTR-MONTH-SUB = PH-PAY-MONTH - QTR-FIRST-MONTH-WS
               + 1.
           ADD PH-GROSS-PAY TO MQ-WAGES(QTR-MONTH-SUB).
           ADD PH-TAX-WITHHELD TO MQ-TAX-WITHHELD(QTR-MONTH-SUB).
      *
       600-WRITE-DEPARTMENT-LINE.
      *
      *    THE EMPLOYER TAX IS THE MATCH ON WHAT WAS WITHHELD - THE
      *    SAME AMOUNT HRPAYREG POSTS TO THE PTX EXPENSE ACCOUNTS.
           MOVE DQ-DEPT-CODE(DP-SUB)    TO DD-DEPT-CODE.
           MOVE DQ-PAY-RECORDS(DP-SUB)  TO DD-PAY-RECORDS.
           MOVE DQ-WAGES(DP-SUB)        TO DD-WAGES.
           MOVE DQ-TAX-WITHHELD(DP-SUB) TO DD-TAX-WITHHELD,
                                           DD-EMPLOYER-TAX.
           COMPUTE DD-TOTAL-TAX = DQ-TAX-WITHHELD(DP-SUB) * 2.
           WRITE PRINT-LINE FROM DEPT-DETAIL-LINE.
      *
       650-WRITE-MONTH-LINE.
      *
           MOVE QTR-MONTH-SUB TO ML-MONTH.
           MOVE MQ-WAGES(QTR-MONTH-SUB) TO ML-WAGES.
           COMPUTE ML-TAX-LIABILITY = MQ-TAX-WITHHELD(QTR-MONTH-SUB)
               * 2.
           WRITE PRINT-LINE FROM MONTH-LIABILITY-LINE.
      *
       700-WRITE-COMPANY-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COMPANY-PAY-RECORDS  TO CT-PAY-RECORDS.
           MOVE COMPANY-WAGES        TO CT-WAGES.
           MOVE COMPANY-TAX-WITHHELD TO CT-TAX-WITHHELD,
                                        CT-EMPLOYER-TAX.
           COMPUTE CT-TOTAL-TAX = COMPANY-TAX-WITHHELD * 2.
           WRITE PRINT-LINE FROM COMPANY-TOTALS-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 650-WRITE-MONTH-LINE
               VARYING QTR-MONTH-SUB FROM 1 BY 1
               UNTIL QTR-MONTH-SUB > 3.
           MOVE HISTORY-READ-COUNT  TO RC-READ.
           MOVE COMPANY-PAY-RECORDS TO RC-IN-QUARTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM READ-COUNT-LINE.
      *
       900-WRAP-UP.
           CLOSE PAYHIST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'HRPAYQTR' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

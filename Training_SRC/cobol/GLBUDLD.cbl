      ******************************************************************
      * GLBUDLD                                                        *
      * CSV loader for the GL budget file, in the same pattern as      *
      * CUSTIMP.  Finance saves the annual budget spreadsheet as       *
      * delimited rows (ACCOUNT,DEPT,YEAR,JAN,FEB,...,DEC); a column   *
      * heading row starting ACCOUNT is skipped.  Each row is checked  *
      * against the GLACCT chart - the account must be an active       *
      * revenue or expense account and the department must be the      *
      * account's owning department, since GLBUDRPT reports actuals    *
      * under that department - and the year and all twelve monthly    *
      * amounts must be numeric.  A clean row sets the twelve GLBUDGT  *
      * budget rows for the year; reloading a corrected spreadsheet    *
      * replaces them.  Bad rows go to an error CSV with the reason in *
      * front of the original row, for finance to fix and resend.      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (GLBLDRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDLD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-CSV-FILE
               ASSIGN TO UT-S-BUDCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDCSV-ST.
           SELECT GLACCT-FILE
               ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS GLACCT-ST.
           SELECT GLBUDGT-FILE
               ASSIGN TO UT-S-GLBUDGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GU-BUDGET-KEY
               FILE STATUS IS GLBUDGT-ST.
           SELECT ERROR-CSV-FILE
               ASSIGN TO UT-S-BUDERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDERR-ST.
           SELECT PRINTFILE
               ASSIGN TO GLBLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-CSV-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  BUDGET-CSV-LINE               PIC X(200).
      *
       FD  GLACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLACCT.
      *
       FD  GLBUDGT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBUDGT.
      *
       FD  ERROR-CSV-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  ERROR-CSV-LINE                PIC X(240).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  BUDCSV-ST                  PIC X(2).
               88  BUDCSV-OK                      VALUE '00'.
           05  GLACCT-ST                  PIC X(2).
               88  GLACCT-OK                      VALUE '00'.
           05  GLBUDGT-ST                 PIC X(2).
               88  GLBUDGT-OK                     VALUE '00'.
               88  GLBUDGT-NOT-FOUND              VALUE '23'.
           05  BUDERR-ST                  PIC X(2).
               88  BUDERR-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BUDCSV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-BUDGET-ROWS            VALUE 'Y'.
           05  ROW-VALID-WS               PIC X(1).
               88  ROW-VALID                      VALUE 'Y'.
      *
      * PARSED CSV FIELDS, UNSTRUNG FROM THE BUDGET ROW.
       01  PARSED-FIELDS-WS.
           05  PF-ACCOUNT                 PIC X(8).
           05  PF-DEPARTMENT              PIC X(3).
           05  PF-YEAR                    PIC X(4).
           05  PF-YEAR-N REDEFINES PF-YEAR
                                          PIC 9(4).
           05  PF-MONTH-AMOUNT            PIC X(14) OCCURS 12.
      *
      * NUMERIC-TOKEN EDIT WORK AREA, AS IN CUSTIMP.  A CSV TOKEN
      * ARRIVES LEFT-JUSTIFIED WITH TRAILING SPACES;
      * 515-EDIT-NUMERIC-TOKEN PROVES IT IS DIGITS WITH AT MOST ONE
      * DECIMAL POINT FOLLOWED ONLY BY SPACES BEFORE FUNCTION
      * NUMVAL CONVERTS IT.
       01  TOKEN-EDIT-WS.
           05  NT-TOKEN                   PIC X(14).
           05  NT-VALID-WS                PIC X(1).
               88  NT-VALID                       VALUE 'Y'.
           05  NT-SUB                     PIC 9(2).
           05  NT-DIGIT-COUNT             PIC 9(2).
           05  NT-POINT-COUNT             PIC 9(2).
           05  NT-ENDED-WS                PIC X(1).
           05  NT-VALUE                   PIC S9(11)V99.
       01  BUDGET-AMOUNTS-WS.
           05  BA-MONTH-AMOUNT            PIC S9(11)V99 OCCURS 12.
       01  MONTH-SUB                      PIC 9(2).
       01  ERROR-REASON-WS                PIC X(30).
       01  LOAD-COUNTS-WS.
           05  ROWS-READ-COUNT            PIC 9(7) VALUE ZERO.
           05  ROWS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
           05  ROWS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
           05  MONTHS-ADDED-COUNT         PIC 9(7) VALUE ZERO.
           05  MONTHS-REPLACED-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "ROWS READ  ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  LOADED ".
           05  RT-LOADED         PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZZZ9.
       01  REPORT-MONTHS-LINE.
           05  FILLER            PIC X(22) VALUE
                   "BUDGET MONTHS ADDED  ".
           05  RM-ADDED          PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REPLACED ".
           05  RM-REPLACED       PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-IMPORT-ROW THRU 200-IMPORT-ROW-X
               UNTIL NO-MORE-BUDGET-ROWS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GLBUDLD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-BUDGET-ROW.
      *
       200-IMPORT-ROW.
      *
      *    THE SPREADSHEET'S COLUMN HEADINGS, AND ANY BLANK ROW,
      *    ARE NOT BUDGET ROWS.
           IF BUDGET-CSV-LINE = SPACES
               OR BUDGET-CSV-LINE(1:8) = 'ACCOUNT,'
               PERFORM 400-READ-BUDGET-ROW
               GO TO 200-IMPORT-ROW-X
           END-IF.
           ADD 1 TO ROWS-READ-COUNT.
           MOVE 'Y' TO ROW-VALID-WS.
           MOVE SPACES TO ERROR-REASON-WS.
           PERFORM 500-PARSE-ROW.
           IF ROW-VALID
               PERFORM 510-VALIDATE-FIELDS
           END-IF.
           IF ROW-VALID
               PERFORM 600-WRITE-BUDGET-MONTHS
               ADD 1 TO ROWS-LOADED-COUNT
           ELSE
               PERFORM 650-WRITE-ERROR-ROW
               ADD 1 TO ROWS-REJECTED-COUNT
           END-IF.
           PERFORM 400-READ-BUDGET-ROW.
       200-IMPORT-ROW-X.
           EXIT.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT BUDGET-CSV-FILE.
           IF NOT BUDCSV-OK
               DISPLAY 'BUDGET CSV FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET CSV FILE OPEN PROBLEM'
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
           OPEN I-O GLBUDGT-FILE.
           IF NOT GLBUDGT-OK
               DISPLAY 'GL BUDGET FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BUDGET FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBUDGT' TO EL-FILE-NAME
               MOVE GLBUDGT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT ERROR-CSV-FILE.
           IF NOT BUDERR-OK
               DISPLAY 'ERROR CSV FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ERROR CSV FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BUDGET LOAD REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BUDGET LOAD REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-BUDGET-ROW.
      *
           READ BUDGET-CSV-FILE
               AT END
                   SET NO-MORE-BUDGET-ROWS TO TRUE
           END-READ.
      *
       500-PARSE-ROW.
      *
           MOVE SPACES TO PARSED-FIELDS-WS.
           UNSTRING BUDGET-CSV-LINE DELIMITED BY ','
               INTO PF-ACCOUNT, PF-DEPARTMENT, PF-YEAR,
                    PF-MONTH-AMOUNT(1), PF-MONTH-AMOUNT(2),
                    PF-MONTH-AMOUNT(3), PF-MONTH-AMOUNT(4),
                    PF-MONTH-AMOUNT(5), PF-MONTH-AMOUNT(6),
                    PF-MONTH-AMOUNT(7), PF-MONTH-AMOUNT(8),
                    PF-MONTH-AMOUNT(9), PF-MONTH-AMOUNT(10),
                    PF-MONTH-AMOUNT(11), PF-MONTH-AMOUNT(12)
               ON OVERFLOW
                   MOVE 'TOO MANY FIELDS' TO ERROR-REASON-WS
                   MOVE 'N' TO ROW-VALID-WS
           END-UNSTRING.
      *
       510-VALIDATE-FIELDS.
      *
           IF PF-ACCOUNT = SPACES
               MOVE 'ACCOUNT MISSING' TO ERROR-REASON-WS
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
           IF ROW-VALID
               MOVE PF-ACCOUNT TO GA-ACCOUNT
               READ GLACCT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON CHART' TO ERROR-REASON-WS
                       MOVE 'N' TO ROW-VALID-WS
               END-READ
           END-IF.
           IF ROW-VALID AND NOT GA-ACTIVE
               MOVE 'ACCOUNT INACTIVE' TO ERROR-REASON-WS
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
           IF ROW-VALID AND NOT GA-REVENUE AND NOT GA-EXPENSE
               MOVE 'NOT A REVENUE/EXPENSE ACCOUNT' TO ERROR-REASON-WS
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
           IF ROW-VALID AND PF-DEPARTMENT = SPACES
               MOVE 'DEPARTMENT MISSING' TO ERROR-REASON-WS
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
           IF ROW-VALID AND PF-DEPARTMENT NOT = GA-DEPARTMENT
               MOVE 'DEPT NOT THE ACCOUNT OWNER' TO ERROR-REASON-WS
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
           IF ROW-VALID
               IF PF-YEAR NOT NUMERIC
                   OR PF-YEAR-N < 1900 OR PF-YEAR-N > 2099
                   MOVE 'BUDGET YEAR INVALID' TO ERROR-REASON-WS
                   MOVE 'N' TO ROW-VALID-WS
               END-IF
           END-IF.
           IF ROW-VALID
               PERFORM 520-VALIDATE-AMOUNT
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12 OR NOT ROW-VALID
           END-IF.
      *
       515-EDIT-NUMERIC-TOKEN.
      *
           MOVE 'Y' TO NT-VALID-WS.
           MOVE 'N' TO NT-ENDED-WS.
           MOVE ZERO TO NT-DIGIT-COUNT, NT-POINT-COUNT, NT-VALUE.
           PERFORM 516-EDIT-TOKEN-CHARACTER
               VARYING NT-SUB FROM 1 BY 1 UNTIL NT-SUB > 14.
           IF NT-DIGIT-COUNT = ZERO OR NT-POINT-COUNT > 1
               MOVE 'N' TO NT-VALID-WS
           END-IF.
           IF NT-VALID
               COMPUTE NT-VALUE = FUNCTION NUMVAL(NT-TOKEN)
           END-IF.
      *
       516-EDIT-TOKEN-CHARACTER.
      *
           EVALUATE TRUE
               WHEN NT-TOKEN(NT-SUB:1) = SPACE
                   MOVE 'Y' TO NT-ENDED-WS
               WHEN NT-ENDED-WS = 'Y'
      *            NON-SPACE AFTER THE TOKEN ENDED - GARBAGE
                   MOVE 'N' TO NT-VALID-WS
               WHEN NT-TOKEN(NT-SUB:1) >= '0'
                   AND NT-TOKEN(NT-SUB:1) <= '9'
                   ADD 1 TO NT-DIGIT-COUNT
               WHEN NT-TOKEN(NT-SUB:1) = '.'
                   ADD 1 TO NT-POINT-COUNT
               WHEN OTHER
                   MOVE 'N' TO NT-VALID-WS
           END-EVALUATE.
      *
       520-VALIDATE-AMOUNT.
      *
           MOVE PF-MONTH-AMOUNT(MONTH-SUB) TO NT-TOKEN.
           PERFORM 515-EDIT-NUMERIC-TOKEN.
           IF NT-VALID
               MOVE NT-VALUE TO BA-MONTH-AMOUNT(MONTH-SUB)
           ELSE
               MOVE SPACES TO ERROR-REASON-WS
               STRING 'MONTH ' MONTH-SUB ' AMOUNT NOT NUMERIC'
                   DELIMITED BY SIZE INTO ERROR-REASON-WS
               END-STRING
               MOVE 'N' TO ROW-VALID-WS
           END-IF.
      *
       600-WRITE-BUDGET-MONTHS.
      *
           PERFORM 610-SET-BUDGET-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
      *
       610-SET-BUDGET-MONTH.
      *
      *    A RELOAD REPLACES THE MONTH'S BUDGET OUTRIGHT.
           MOVE PF-ACCOUNT TO GU-ACCOUNT.
           MOVE PF-DEPARTMENT TO GU-DEPARTMENT.
           COMPUTE GU-PERIOD = PF-YEAR-N * 100 + MONTH-SUB.
           READ GLBUDGT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBUDGT-NOT-FOUND
               MOVE SPACES TO GL-BUDGET-RECORD
               MOVE PF-ACCOUNT TO GU-ACCOUNT
               MOVE PF-DEPARTMENT TO GU-DEPARTMENT
               COMPUTE GU-PERIOD = PF-YEAR-N * 100 + MONTH-SUB
               MOVE BA-MONTH-AMOUNT(MONTH-SUB) TO GU-BUDGET-AMOUNT
               MOVE BD-BUSINESS-DATE TO GU-LOAD-DATE
               WRITE GL-BUDGET-RECORD
               ADD 1 TO MONTHS-ADDED-COUNT
           ELSE
               MOVE BA-MONTH-AMOUNT(MONTH-SUB) TO GU-BUDGET-AMOUNT
               MOVE BD-BUSINESS-DATE TO GU-LOAD-DATE
               REWRITE GL-BUDGET-RECORD
               ADD 1 TO MONTHS-REPLACED-COUNT
           END-IF.
           IF NOT GLBUDGT-OK
               DISPLAY 'GL BUDGET FILE WRITE PROBLEM'
               MOVE '610-SET-BUDGET-MONTH'
                  TO EL-PARAGRAPH
               MOVE 'GL BUDGET FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBUDGT' TO EL-FILE-NAME
               MOVE GLBUDGT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       650-WRITE-ERROR-ROW.
      *
           MOVE SPACES TO ERROR-CSV-LINE.
           STRING FUNCTION TRIM(ERROR-REASON-WS) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  BUDGET-CSV-LINE                DELIMITED BY SIZE
               INTO ERROR-CSV-LINE
           END-STRING.
           WRITE ERROR-CSV-LINE.
           IF NOT BUDERR-OK
               DISPLAY 'ERROR CSV WRITE PROBLEM'
               MOVE '650-WRITE-ERROR-ROW'
                  TO EL-PARAGRAPH
               MOVE 'ERROR CSV WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE ROWS-READ-COUNT     TO RT-READ.
           MOVE ROWS-LOADED-COUNT   TO RT-LOADED.
           MOVE ROWS-REJECTED-COUNT TO RT-REJECTED.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
           MOVE MONTHS-ADDED-COUNT    TO RM-ADDED.
           MOVE MONTHS-REPLACED-COUNT TO RM-REPLACED.
           WRITE PRINT-LINE FROM REPORT-MONTHS-LINE.
      *
       900-WRAP-UP.
           IF ROWS-REJECTED-COUNT > ZERO
               DISPLAY 'GLBUDLD: ' ROWS-REJECTED-COUNT
                   ' BUDGET ROWS REJECTED - SEE BUDERR'
           END-IF.
           CLOSE BUDGET-CSV-FILE, GLACCT-FILE, GLBUDGT-FILE,
                 ERROR-CSV-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * HRRETIRE                                                       *
      * Retirement-eligibility projection for succession planning and  *
      * the pension actuary's annual census.  Each SEGFILE employee's  *
      * completed years of service are figured from EMP-HIRE-DATE to   *
      * the business date, and the normal and early retirement dates   *
      * are found by calling CDAT3 with EMP-BIRTH-DATE and the plan's  *
      * ages (GETPARM NORMAL-AGE and EARLY-AGE, 65 and 55 when not     *
      * on file).  A leap-day birthday reaches its age on 1 March in   *
      * a common year; EBUD03 validates and formats that date.  The    *
      * report lists, department by department, every employee whose   *
      * next eligibility date falls within one, three or five years    *
      * of the business date, with department and company counts for   *
      * each window and for those already eligible.  An employee with  *
      * no birth date on file is listed so HR can key it.              *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (RETRPT & SYSOUT)                     *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRRETIRE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGFILE
               ASSIGN TO UT-S-SEGREC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEGFILE-ST.
           SELECT REPORT-FILE
               ASSIGN TO RETRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
      *
      * CDAT3 ADDS THE PLAN AGE TO THE BIRTH DATE AND RETURNS THE
      * RESULTING DATE FORMATTED FOR PRINTING.
           COPY CDAT3L.
      *
      * EBUD03 VALIDATES A CCYY/MM/DD DATE AND RETURNS IT FORMATTED.
       01  EBUD03-PARMS-WS.
           05  EBUD03-DATE-IN.
               10  EBUD03-CCYY            PIC 9(4).
               10  FILLER                 PIC X(1)  VALUE '/'.
               10  EBUD03-MM              PIC 9(2).
               10  FILLER                 PIC X(1)  VALUE '/'.
               10  EBUD03-DD              PIC 9(2).
           05  EBUD03-FORMATTED-DATE      PIC X(80).
           05  EBUD03-RETCODE             PIC 9(4).
               88  EBUD03-SUCCESS                 VALUE 0.
       01  PROGRAM-SWITCHES.
           05  SEGFILE-ST                 PIC X(2).
               88  SEGFILE-OK                     VALUE '00'.
           05  REPORT-ST                  PIC X(2).
               88  REPORT-OK                      VALUE '00'.
           05  SEGFILE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SEG-RECORDS             VALUE 'Y'.
           05  DEPT-IN-PROGRESS-WS        PIC X(1)  VALUE 'N'.
               88  DEPT-IN-PROGRESS                VALUE 'Y'.
           05  PROJECTION-OK-WS           PIC X(1).
               88  PROJECTION-OK                   VALUE 'Y'.
      *
      * PLAN RETIREMENT AGES.
       01  NORMAL-AGE-WS                  PIC 9(2) VALUE 65.
       01  EARLY-AGE-WS                   PIC 9(2) VALUE 55.
       01  PARM-AGE-VALUE-WS.
           05  PARM-AGE-WS                PIC 9(2).
      *
      * THE LAST DATE OF EACH PROJECTION WINDOW, CCYYMMDD.
       01  WINDOW-DATES-WS.
           05  WINDOW-1-YEAR-DATE         PIC 9(8).
           05  WINDOW-3-YEAR-DATE         PIC 9(8).
           05  WINDOW-5-YEAR-DATE         PIC 9(8).
      *
      * ONE RETIREMENT DATE BEING PROJECTED: THE AGE GOES IN, THE
      * CCYYMMDD DATE AND ITS PRINTED FORM COME OUT.
       01  PROJECTION-WS.
           05  PROJECT-AGE-WS             PIC 9(2).
           05  PROJECT-DATE-WS            PIC 9(8).
           05  PROJECT-DATE-R REDEFINES PROJECT-DATE-WS.
               10  PROJECT-CCYY           PIC 9(4).
               10  PROJECT-MM             PIC 9(2).
               10  PROJECT-DD             PIC 9(2).
           05  PROJECT-FORMATTED-WS       PIC X(30).
       01  EMPLOYEE-DATES-WS.
           05  SERVICE-YEARS-WS           PIC 9(3).
           05  EARLY-DATE-WS              PIC 9(8).
           05  EARLY-FORMATTED-WS         PIC X(30).
           05  NORMAL-DATE-WS             PIC 9(8).
           05  NORMAL-FORMATTED-WS        PIC X(30).
           05  NEXT-DATE-WS               PIC 9(8).
       01  CURRENT-DEPT-WS                PIC X(3).
       01  DEPT-COUNTS-WS.
           05  DEPT-EMPLOYEE-COUNT        PIC 9(5).
           05  DEPT-WITHIN-1-COUNT        PIC 9(5).
           05  DEPT-WITHIN-3-COUNT        PIC 9(5).
           05  DEPT-WITHIN-5-COUNT        PIC 9(5).
           05  DEPT-ELIGIBLE-COUNT        PIC 9(5).
       01  COMPANY-COUNTS-WS.
           05  EMPLOYEES-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  WITHIN-1-COUNT             PIC 9(5) VALUE ZERO.
           05  WITHIN-3-COUNT             PIC 9(5) VALUE ZERO.
           05  WITHIN-5-COUNT             PIC 9(5) VALUE ZERO.
           05  ELIGIBLE-NOW-COUNT         PIC 9(5) VALUE ZERO.
           05  NO-DATES-COUNT             PIC 9(5) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(41) VALUE
                   "RETIREMENT ELIGIBILITY PROJECTION  AS OF ".
           05  RH-DATE           PIC XXXX/XX/XX.
           05  FILLER            PIC X(19) VALUE
                   "   NORMAL AGE      ".
           05  RH-NORMAL-AGE     PIC Z9.
           05  FILLER            PIC X(16) VALUE
                   "   EARLY AGE    ".
           05  RH-EARLY-AGE      PIC Z9.
       01  REPORT-COLUMN-LINE.
           05  FILLER            PIC X(28) VALUE
                   "ID    FIRST      LAST       ".
           05  FILLER            PIC X(24) VALUE
                   "BIRTH       HIRE        ".
           05  FILLER            PIC X(30) VALUE
                   "SVC   EARLY       NORMAL      ".
           05  FILLER            PIC X(40) VALUE
                   "NEXT   WINDOW   ELIGIBLE ON".
       01  DEPT-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "DEPARTMENT ".
           05  DH-DEPARTMENT     PIC X(3).
       01  REPORT-DETAIL-LINE.
           05  RD-EMP-ID         PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-FIRST-NAME     PIC X(11).
           05  RD-LAST-NAME      PIC X(11).
           05  RD-BIRTH-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-HIRE-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-SERVICE        PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-EARLY-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NORMAL-DATE    PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NEXT           PIC X(7).
           05  RD-WINDOW         PIC X(9).
           05  RD-ELIGIBLE-ON    PIC X(30).
       01  DEPT-TOTALS-LINE.
           05  FILLER            PIC X(7)  VALUE "  DEPT ".
           05  DT-DEPARTMENT     PIC X(4).
           05  FILLER            PIC X(11) VALUE "EMPLOYEES  ".
           05  DT-EMPLOYEES      PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 1 YR ".
           05  DT-WITHIN-1       PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 3 YRS".
           05  DT-WITHIN-3       PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 5 YRS".
           05  DT-WITHIN-5       PIC ZZZZ9.
           05  FILLER            PIC X(20) VALUE
                   "   ALREADY ELIGIBLE ".
           05  DT-ELIGIBLE       PIC ZZZZ9.
       01  REPORT-TOTALS-LINE-ONE.
           05  FILLER            PIC X(10) VALUE "EMPLOYEES ".
           05  TL-EMPLOYEES      PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 1 YR ".
           05  TL-WITHIN-1       PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 3 YRS".
           05  TL-WITHIN-3       PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "   WITHIN 5 YRS".
           05  TL-WITHIN-5       PIC ZZZZ9.
       01  REPORT-TOTALS-LINE-TWO.
           05  FILLER            PIC X(17) VALUE "ALREADY ELIGIBLE ".
           05  TL-ELIGIBLE       PIC ZZZZ9.
           05  FILLER            PIC X(23) VALUE
                   "   NO RETIREMENT DATES ".
           05  TL-NO-DATES       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-RECORD UNTIL NO-MORE-SEG-RECORDS.
           IF DEPT-IN-PROGRESS
               PERFORM 650-WRITE-DEPT-TOTALS
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'HRRETIRE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'HRRETIRE' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'NORMAL-AGE' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-AGE-VALUE-WS
               IF PARM-AGE-WS NUMERIC AND PARM-AGE-WS > ZERO
                   MOVE PARM-AGE-WS TO NORMAL-AGE-WS
               END-IF
           END-IF.
           MOVE 'EARLY-AGE' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-AGE-VALUE-WS
               IF PARM-AGE-WS NUMERIC AND PARM-AGE-WS > ZERO
                   MOVE PARM-AGE-WS TO EARLY-AGE-WS
               END-IF
           END-IF.
      *    A PLAN WITH NO EARLY RETIREMENT CARRIES THE NORMAL AGE.
           IF EARLY-AGE-WS > NORMAL-AGE-WS
               MOVE NORMAL-AGE-WS TO EARLY-AGE-WS
           END-IF.
           COMPUTE WINDOW-1-YEAR-DATE = BD-BUSINESS-DATE + 10000.
           COMPUTE WINDOW-3-YEAR-DATE = BD-BUSINESS-DATE + 30000.
           COMPUTE WINDOW-5-YEAR-DATE = BD-BUSINESS-DATE + 50000.
           PERFORM 300-OPEN-FILES.
           MOVE BD-BUSINESS-DATE TO RH-DATE.
           MOVE NORMAL-AGE-WS TO RH-NORMAL-AGE.
           MOVE EARLY-AGE-WS TO RH-EARLY-AGE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-COLUMN-LINE.
           PERFORM 400-READ-SEGFILE.
      *
       200-PROCESS-RECORD.
      *
           EVALUATE REC-TYPE OF WIDGET-DEPT
               WHEN '01'
                   IF DEPT-IN-PROGRESS
                       PERFORM 650-WRITE-DEPT-TOTALS
                   END-IF
                   PERFORM 600-START-DEPARTMENT
               WHEN '02'
                   PERFORM 500-PROJECT-EMPLOYEE
               WHEN OTHER
                   DISPLAY 'HRRETIRE: UNKNOWN SEGMENT TYPE - '
                       REC-TYPE OF WIDGET-DEPT
           END-EVALUATE.
           PERFORM 400-READ-SEGFILE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT SEGFILE.
           IF NOT SEGFILE-OK
               DISPLAY 'SEGMENTED HR FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SEGMENTED HR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'RETIREMENT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RETIREMENT REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-SEGFILE.
      *
           READ SEGFILE
               AT END
                   SET NO-MORE-SEG-RECORDS TO TRUE
           END-READ.
      *
       500-PROJECT-EMPLOYEE.
      *
           ADD 1 TO EMPLOYEES-READ-COUNT, DEPT-EMPLOYEE-COUNT.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE WIDGET-EMP-ID TO RD-EMP-ID.
           MOVE EMP-FIRST-NAME TO RD-FIRST-NAME.
           MOVE EMP-LAST-NAME TO RD-LAST-NAME.
           MOVE ZERO TO SERVICE-YEARS-WS.
      *    WHOLE YEARS COMPLETED - THE CCYYMMDD DIFFERENCE OVER
      *    10000, TRUNCATED.
           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZERO
               MOVE EMP-HIRE-DATE TO RD-HIRE-DATE
               IF EMP-HIRE-DATE NOT > BD-BUSINESS-DATE
                   COMPUTE SERVICE-YEARS-WS =
                       (BD-BUSINESS-DATE - EMP-HIRE-DATE) / 10000
               END-IF
           END-IF.
           MOVE SERVICE-YEARS-WS TO RD-SERVICE.
           IF EMP-BIRTH-DATE NOT NUMERIC OR EMP-BIRTH-DATE = ZERO
               ADD 1 TO NO-DATES-COUNT
               MOVE 'NO BIRTH DATE ON FILE' TO RD-ELIGIBLE-ON
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ELSE
               MOVE EMP-BIRTH-DATE TO RD-BIRTH-DATE
               PERFORM 510-PROJECT-DATES
           END-IF.
      *
       510-PROJECT-DATES.
      *
           MOVE EARLY-AGE-WS TO PROJECT-AGE-WS.
           PERFORM 530-PROJECT-RETIREMENT-DATE.
           MOVE PROJECT-DATE-WS TO EARLY-DATE-WS.
           MOVE PROJECT-FORMATTED-WS TO EARLY-FORMATTED-WS.
           IF PROJECTION-OK
               MOVE NORMAL-AGE-WS TO PROJECT-AGE-WS
               PERFORM 530-PROJECT-RETIREMENT-DATE
               MOVE PROJECT-DATE-WS TO NORMAL-DATE-WS
               MOVE PROJECT-FORMATTED-WS TO NORMAL-FORMATTED-WS
           END-IF.
           IF NOT PROJECTION-OK
               ADD 1 TO NO-DATES-COUNT
               MOVE 'RETIREMENT DATE NOT FIGURED' TO RD-ELIGIBLE-ON
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ELSE
               PERFORM 520-SELECT-WINDOW
           END-IF.
      *
       520-SELECT-WINDOW.
      *
      *    THE NEXT ELIGIBILITY STILL AHEAD OF THE EMPLOYEE DECIDES
      *    THE WINDOW - EARLY UNTIL IT IS PASSED, THEN NORMAL.
           MOVE EARLY-DATE-WS TO RD-EARLY-DATE.
           MOVE NORMAL-DATE-WS TO RD-NORMAL-DATE.
           EVALUATE TRUE
               WHEN EARLY-DATE-WS > BD-BUSINESS-DATE
                   MOVE EARLY-DATE-WS TO NEXT-DATE-WS
                   MOVE 'EARLY' TO RD-NEXT
                   MOVE EARLY-FORMATTED-WS TO RD-ELIGIBLE-ON
               WHEN NORMAL-DATE-WS > BD-BUSINESS-DATE
                   MOVE NORMAL-DATE-WS TO NEXT-DATE-WS
                   MOVE 'NORMAL' TO RD-NEXT
                   MOVE NORMAL-FORMATTED-WS TO RD-ELIGIBLE-ON
               WHEN OTHER
                   MOVE ZERO TO NEXT-DATE-WS
                   ADD 1 TO ELIGIBLE-NOW-COUNT, DEPT-ELIGIBLE-COUNT
           END-EVALUATE.
           IF NEXT-DATE-WS > ZERO
               AND NEXT-DATE-WS NOT > WINDOW-5-YEAR-DATE
               ADD 1 TO WITHIN-5-COUNT, DEPT-WITHIN-5-COUNT
               MOVE '5 YEARS' TO RD-WINDOW
               IF NEXT-DATE-WS NOT > WINDOW-3-YEAR-DATE
                   ADD 1 TO WITHIN-3-COUNT, DEPT-WITHIN-3-COUNT
                   MOVE '3 YEARS' TO RD-WINDOW
               END-IF
               IF NEXT-DATE-WS NOT > WINDOW-1-YEAR-DATE
                   ADD 1 TO WITHIN-1-COUNT, DEPT-WITHIN-1-COUNT
                   MOVE '1 YEAR' TO RD-WINDOW
               END-IF
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
      *
       530-PROJECT-RETIREMENT-DATE.
      *
           MOVE 'Y' TO PROJECTION-OK-WS.
           MOVE SPACES TO PROJECT-FORMATTED-WS.
           MOVE EMP-BIRTH-DATE TO W-CDAT3-DATE-IN.
           MOVE PROJECT-AGE-WS TO W-CDAT3-YEARS-TO-ADD.
           MOVE SPACES TO W-CDAT3-RETIRE-DATE, W-CDAT3-SPOUSE-DATE-IN,
                          W-CDAT3-SPOUSE-RETIRE-DATE,
                          W-CDAT3-RETIRE-ERRMSG.
           MOVE ZERO TO W-CDAT3-PROGRAM-RETCODE.
           CALL 'CDAT3' USING W-CDAT3-LINKAGE-AREA.
           COMPUTE PROJECT-DATE-WS =
               EMP-BIRTH-DATE + PROJECT-AGE-WS * 10000.
           IF W-CDAT3-REQUEST-SUCCESS
               MOVE W-CDAT3-RETIRE-DATE TO PROJECT-FORMATTED-WS
           ELSE
      *        29 FEBRUARY DOES NOT EXIST IN A COMMON YEAR, SO A
      *        LEAP-DAY BIRTHDAY REACHES ITS AGE ON 1 MARCH.
               IF PROJECT-MM = 2 AND PROJECT-DD = 29
                   MOVE 3 TO PROJECT-MM
                   MOVE 1 TO PROJECT-DD
                   MOVE PROJECT-CCYY TO EBUD03-CCYY
                   MOVE PROJECT-MM TO EBUD03-MM
                   MOVE PROJECT-DD TO EBUD03-DD
                   MOVE SPACES TO EBUD03-FORMATTED-DATE
                   CALL 'EBUD03' USING EBUD03-PARMS-WS
                   IF EBUD03-SUCCESS
                       MOVE EBUD03-FORMATTED-DATE
                           TO PROJECT-FORMATTED-WS
                   ELSE
                       MOVE 'N' TO PROJECTION-OK-WS
                   END-IF
               ELSE
                   DISPLAY 'HRRETIRE: CDAT3 ' W-CDAT3-RETIRE-ERRMSG
                       ' EMPLOYEE ' WIDGET-EMP-ID
                   MOVE 'N' TO PROJECTION-OK-WS
               END-IF
           END-IF.
      *
       600-START-DEPARTMENT.
      *
           MOVE WIDGET-DEPARTMENT TO CURRENT-DEPT-WS.
           MOVE ZERO TO DEPT-COUNTS-WS.
           MOVE 'Y' TO DEPT-IN-PROGRESS-WS.
           MOVE CURRENT-DEPT-WS TO DH-DEPARTMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DEPT-HEADING-LINE.
      *
       650-WRITE-DEPT-TOTALS.
      *
           MOVE CURRENT-DEPT-WS TO DT-DEPARTMENT.
           MOVE DEPT-EMPLOYEE-COUNT TO DT-EMPLOYEES.
           MOVE DEPT-WITHIN-1-COUNT TO DT-WITHIN-1.
           MOVE DEPT-WITHIN-3-COUNT TO DT-WITHIN-3.
           MOVE DEPT-WITHIN-5-COUNT TO DT-WITHIN-5.
           MOVE DEPT-ELIGIBLE-COUNT TO DT-ELIGIBLE.
           WRITE REPORT-LINE FROM DEPT-TOTALS-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE EMPLOYEES-READ-COUNT TO TL-EMPLOYEES.
           MOVE WITHIN-1-COUNT TO TL-WITHIN-1.
           MOVE WITHIN-3-COUNT TO TL-WITHIN-3.
           MOVE WITHIN-5-COUNT TO TL-WITHIN-5.
           MOVE ELIGIBLE-NOW-COUNT TO TL-ELIGIBLE.
           MOVE NO-DATES-COUNT TO TL-NO-DATES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE-ONE.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE-TWO.
           DISPLAY 'HRRETIRE: ELIGIBLE WITHIN 5 YEARS ' WITHIN-5-COUNT.
      *
       900-WRAP-UP.
           CLOSE SEGFILE, REPORT-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

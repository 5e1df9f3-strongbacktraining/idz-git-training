      ******************************************************************
      * SEGCONV                                                        *
      * One-time conversion of the segmented HR file from the old      *
      * 55-byte SEGREC records to the 77-byte layout whose '02'        *
      * employee segment adds the pay type, hourly rate and the birth  *
      * and hire dates.  Reads the old file in its department/employee *
      * sequence and writes every record back out in the same order:   *
      * an '02' employee has its old fields carried across with the    *
      * pay type left blank (an older salaried record) and the rate    *
      * and dates zero until HR keys them through HRSEGMNT; an '01'    *
      * department header is carried unchanged.  The audit report      *
      * shows in/out counts, which must match, and the department and  *
      * employee counts.                                               *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SEGREC-FILE
               ASSIGN TO UT-S-SEGRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDSEG-ST.
           SELECT NEW-SEGREC-FILE
               ASSIGN TO UT-S-SEGROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWSEG-ST.
           SELECT PRINTFILE
               ASSIGN TO SEGCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SEGREC-FILE
           RECORD CONTAINS 55 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED SEGREC.cpy LAYOUT.
       01  OLD-SEG-DEPT.
           05  OSD-REC-TYPE              PIC X(2).
           05  OSD-DEPARTMENT            PIC X(3).
           05  OSD-JOB                   PIC X(20).
           05  FILLER                    PIC X(30).
       01  OLD-SEG-EMPLOYEE.
           05  OSE-REC-TYPE              PIC X(2).
           05  OSE-EMP-ID                PIC 9999.
           05  OSE-FIRST-NAME            PIC X(10).
           05  OSE-LAST-NAME             PIC X(10).
           05  OSE-EXTENSION             PIC 9999.
           05  OSE-SALARY                PIC 99999.
           05  OSE-APPRASAL              PIC X(20).
      *
       FD  NEW-SEGREC-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  NEW-SEGREC-RECORD             PIC X(77).
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY SEGREC.
       01  PROGRAM-SWITCHES.
           05  OLDSEG-ST                  PIC X(2).
               88  OLDSEG-OK                      VALUE '00'.
           05  NEWSEG-ST                  PIC X(2).
               88  NEWSEG-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDSEG-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-SEGMENTS            VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
           05  DEPARTMENT-COUNT           PIC 9(7) VALUE ZERO.
           05  EMPLOYEE-COUNT             PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(33) VALUE
                   "HR SEGMENT FILE CONVERSION REPORT".
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(13) VALUE "RECORDS READ ".
           05  RT-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "WRITTEN ".
           05  RT-WRITTEN-COUNT  PIC ZZZZZZ9.
       01  REPORT-DETAIL-TOTALS-LINE.
           05  FILLER            PIC X(12) VALUE
                   "DEPARTMENTS ".
           05  RD-DEPT-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE
                   "EMPLOYEES ".
           05  RD-EMP-COUNT      PIC ZZZZZZ9.
       01  REPORT-BALANCE-LINE.
           05  FILLER            PIC X(20) VALUE "CONVERSION BALANCE: ".
           05  RB-STATUS         PIC X(14).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CONVERT-SEGMENT UNTIL NO-MORE-OLD-SEGMENTS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-SEGMENT.
      *
       200-CONVERT-SEGMENT.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-SEGMENT.
           PERFORM 400-READ-OLD-SEGMENT.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-SEGREC-FILE.
           IF NOT OLDSEG-OK
               DISPLAY 'OLD HR SEGMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD HR SEGMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SEGRIN' TO EL-FILE-NAME
               MOVE OLDSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEW-SEGREC-FILE.
           IF NOT NEWSEG-OK
               DISPLAY 'NEW HR SEGMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW HR SEGMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SEGROUT' TO EL-FILE-NAME
               MOVE NEWSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SEGCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-SEGMENT.
      *
           READ OLD-SEGREC-FILE
               AT END
                   SET NO-MORE-OLD-SEGMENTS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-SEGMENT.
      *
           IF OSE-REC-TYPE = '02'
               MOVE SPACES TO WIDGET-EMPLOYEE
               MOVE OSE-REC-TYPE    TO REC-TYPE OF WIDGET-EMPLOYEE
               MOVE OSE-EMP-ID      TO WIDGET-EMP-ID
               MOVE OSE-FIRST-NAME  TO EMP-FIRST-NAME
               MOVE OSE-LAST-NAME   TO EMP-LAST-NAME
               MOVE OSE-EXTENSION   TO WIDGET-EXTENSION
               MOVE OSE-SALARY      TO EMP-SALARY
               MOVE OSE-APPRASAL    TO EMP-APPRASAL
      *        PAY TYPE STAYS BLANK - AN OLDER SALARIED RECORD.
               MOVE ZERO            TO EMP-HOURLY-RATE,
                                       EMP-BIRTH-DATE,
                                       EMP-HIRE-DATE
               ADD 1 TO EMPLOYEE-COUNT
               WRITE NEW-SEGREC-RECORD FROM WIDGET-EMPLOYEE
           ELSE
               ADD 1 TO DEPARTMENT-COUNT
               WRITE NEW-SEGREC-RECORD FROM OLD-SEG-DEPT
           END-IF.
           IF NEWSEG-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW HR SEGMENT FILE WRITE PROBLEM'
                   ' - EMPLOYEE ' OSE-EMP-ID
               MOVE '500-WRITE-NEW-SEGMENT'
                  TO EL-PARAGRAPH
               MOVE 'NEW HR SEGMENT FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SEGROUT' TO EL-FILE-NAME
               MOVE NEWSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE RECORDS-READ-COUNT        TO RT-READ-COUNT.
           MOVE RECORDS-WRITTEN-COUNT     TO RT-WRITTEN-COUNT.
           MOVE DEPARTMENT-COUNT          TO RD-DEPT-COUNT.
           MOVE EMPLOYEE-COUNT            TO RD-EMP-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-TOTALS-LINE.
           IF RECORDS-READ-COUNT = RECORDS-WRITTEN-COUNT
               MOVE 'IN BALANCE'     TO RB-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-STATUS
           END-IF.
           WRITE REPORT-LINE FROM REPORT-BALANCE-LINE.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY 'SEGCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'SEGCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-SEGREC-FILE, NEW-SEGREC-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'SEGCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

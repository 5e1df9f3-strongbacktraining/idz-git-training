      ******************************************************************
      * HRTCEDIT                                                       *
      * Pay-period timecard edit for hourly staff.  The keyed TCRAW    *
      * timecards - one per employee per week worked - are edited      *
      * against the segmented SEGFILE employee file: the employee      *
      * must be on file (HRSEGMNT deletes a terminated employee, so    *
      * an unknown or terminated WIDGET-EMP-ID fails the same way),    *
      * must be paid hourly, the week ending date must pass DTEVAL,    *
      * the hours must be numeric and fit in a week, and the shift     *
      * differential hours cannot exceed the hours worked.  Cards      *
      * that pass are loaded, stamped with the employee's department,  *
      * to the TIMECARD file keyed on employee and week ending date,   *
      * where HRPAYREG prices them; a second card for the same week    *
      * is refused.  Every refused card is printed on the exceptions   *
      * list with its reason, followed by the run's control totals.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRTCEDIT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGFILE
               ASSIGN TO UT-S-SEGREC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEGFILE-ST.
           SELECT TCRAW-FILE
               ASSIGN TO TCRAW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TCRAW-ST.
           SELECT TIMECARD-FILE
               ASSIGN TO UT-S-TIMECARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TIMECARD-KEY
               FILE STATUS IS TIMECARD-ST.
           SELECT REPORTFILE
               ASSIGN TO HRTCERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  TCRAW-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  TCRAW-RECORD                  PIC X(40).
      *
       FD  TIMECARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY TIMECARD.
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  SEGFILE-ST                 PIC X(2).
               88  SEGFILE-OK                     VALUE '00'.
           05  TCRAW-ST                   PIC X(2).
               88  TCRAW-OK                       VALUE '00'.
           05  TIMECARD-ST                PIC X(2).
               88  TIMECARD-OK                    VALUE '00'.
               88  TIMECARD-DUPLICATE             VALUE '22'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  SEGFILE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SEG-RECORDS             VALUE 'Y'.
           05  TCRAW-EOF-WS               PIC X(1)  VALUE 'N'.
               88  NO-MORE-TIMECARDS               VALUE 'Y'.
           05  TIMECARD-EDITS-OK-WS       PIC X(1).
               88  TIMECARD-EDITS-OK               VALUE 'Y'.
       01  LOAD-DEPT-WS                   PIC X(3) VALUE SPACES.
      *
      * EMPLOYEES OFF THE SEGMENTED FILE, EACH WITH THE DEPARTMENT
      * HEADER IT SITS UNDER AND ITS PAY TYPE.
       01  EMP-TABLE-WS.
           05  EMP-COUNT                  PIC 9(4) VALUE ZERO.
           05  EMP-ENTRY OCCURS 2000.
               10  EM-EMP-ID              PIC 9(4).
               10  EM-DEPT-CODE           PIC X(3).
               10  EM-PAY-TYPE            PIC X(1).
                   88  EM-HOURLY                  VALUE 'H'.
       01  SUBSCRIPTS-WS.
           05  EM-SUB                     PIC 9(4).
           05  EM-FOUND-SUB               PIC 9(4).
      *    DTEVAL EXPECTS MMDDCCYY, NOT OUR CCYYMMDD ORDER.
       01  DTEVAL-FIELDS-WS.
           05  DTEVAL-DATE-WS             PIC X(8).
           05  DTEVAL-RETCD-WS            PIC S9(4).
       01  WEEK-HOURS-WS                  PIC 9(4)V99.
       01  EDIT-COUNTS-WS.
           05  TIMECARDS-READ-COUNT       PIC 9(5)     VALUE ZERO.
           05  TIMECARDS-LOADED-COUNT     PIC 9(5)     VALUE ZERO.
           05  TIMECARDS-REJECTED-COUNT   PIC 9(5)     VALUE ZERO.
           05  LOADED-HOURS-TOTAL         PIC 9(7)V99  VALUE ZERO.
       01  EXCEPTION-REASON-WS            PIC X(28).
       01  REPORT-HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "TIMECARD EDIT - EXCEPTIONS".
       01  REPORT-HEADING-LINE-TWO.
           05  FILLER            PIC X(7)  VALUE "EMP ID".
           05  FILLER            PIC X(11) VALUE "WEEK END".
           05  FILLER            PIC X(8)  VALUE "REGULAR".
           05  FILLER            PIC X(8)  VALUE "OVERTM".
           05  FILLER            PIC X(8)  VALUE "SHIFT".
           05  FILLER            PIC X(28) VALUE "REASON".
       01  REPORT-DETAIL-LINE.
           05  RD-EMP-ID         PIC X(4).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-WEEK-ENDING    PIC X(8).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-REGULAR-HOURS  PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-OVERTIME-HOURS PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-SHIFT-HOURS    PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-REASON         PIC X(28).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(6)  VALUE "READ  ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  LOADED  ".
           05  RT-LOADED         PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  REJECTED  ".
           05  RT-REJECTED       PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  HOURS  ".
           05  RT-HOURS          PIC Z,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 150-LOAD-EMPLOYEE UNTIL NO-MORE-SEG-RECORDS.
           PERFORM 410-READ-TIMECARD.
           PERFORM 200-EDIT-TIMECARD UNTIL NO-MORE-TIMECARDS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE-ONE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE-TWO.
           PERFORM 400-READ-SEGFILE.
      *
       150-LOAD-EMPLOYEE.
      *
           EVALUATE REC-TYPE OF WIDGET-DEPT
               WHEN '01'
                   MOVE WIDGET-DEPARTMENT TO LOAD-DEPT-WS
               WHEN '02'
                   IF EMP-COUNT >= 2000
                       DISPLAY 'HRTCEDIT: EMPLOYEE TABLE OVERFLOW'
                       MOVE '150-LOAD-EMPLOYEE'
                          TO EL-PARAGRAPH
                       MOVE 'HRTCEDIT: EMPLOYEE TABLE OVERFLOW'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
                   ADD 1 TO EMP-COUNT
                   MOVE WIDGET-EMP-ID TO EM-EMP-ID(EMP-COUNT)
                   MOVE LOAD-DEPT-WS  TO EM-DEPT-CODE(EMP-COUNT)
                   MOVE EMP-PAY-TYPE  TO EM-PAY-TYPE(EMP-COUNT)
               WHEN OTHER
                   DISPLAY 'HRTCEDIT: UNKNOWN SEGMENT TYPE - '
                       REC-TYPE OF WIDGET-DEPT
           END-EVALUATE.
           PERFORM 400-READ-SEGFILE.
      *
       200-EDIT-TIMECARD.
      *
           ADD 1 TO TIMECARDS-READ-COUNT.
           MOVE TCRAW-RECORD TO TIMECARD-RECORD.
           MOVE 'Y' TO TIMECARD-EDITS-OK-WS.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           PERFORM 500-EDIT-EMPLOYEE.
           IF TIMECARD-EDITS-OK
               PERFORM 510-EDIT-WEEK-ENDING
           END-IF.
           IF TIMECARD-EDITS-OK
               PERFORM 520-EDIT-HOURS
           END-IF.
           IF TIMECARD-EDITS-OK
               PERFORM 600-LOAD-TIMECARD
           END-IF.
           IF NOT TIMECARD-EDITS-OK
               PERFORM 650-WRITE-EXCEPTION
           END-IF.
           PERFORM 410-READ-TIMECARD.
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
           OPEN INPUT TCRAW-FILE.
           IF NOT TCRAW-OK
               DISPLAY 'TIMECARD INPUT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TIMECARD INPUT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT TIMECARD-FILE.
           IF NOT TIMECARD-OK
               DISPLAY 'TIMECARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TIMECARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'TIMECARD EXCEPTIONS REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TIMECARD EXCEPTIONS REPORT OPEN PROBLEM'
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
       410-READ-TIMECARD.
      *
           READ TCRAW-FILE
               AT END
                   SET NO-MORE-TIMECARDS TO TRUE
           END-READ.
      *
       460-FIND-EMPLOYEE.
      *
           IF EM-EMP-ID(EM-SUB) = TC-EMP-ID
               MOVE EM-SUB TO EM-FOUND-SUB
           END-IF.
      *
       500-EDIT-EMPLOYEE.
      *
      *    A TERMINATED EMPLOYEE IS GONE FROM THE SEGMENTED FILE, SO
      *    IT FAILS HERE ALONGSIDE A MIS-KEYED NUMBER.
           MOVE ZERO TO EM-FOUND-SUB.
           IF TC-EMP-ID NUMERIC
               PERFORM 460-FIND-EMPLOYEE
                   VARYING EM-SUB FROM 1 BY 1
                   UNTIL EM-SUB > EMP-COUNT
                   OR EM-FOUND-SUB > ZERO
           END-IF.
           EVALUATE TRUE
               WHEN EM-FOUND-SUB = ZERO
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'UNKNOWN OR TERMINATED EMP'
                       TO EXCEPTION-REASON-WS
               WHEN NOT EM-HOURLY(EM-FOUND-SUB)
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'EMPLOYEE NOT PAID HOURLY'
                       TO EXCEPTION-REASON-WS
               WHEN OTHER
                   MOVE EM-DEPT-CODE(EM-FOUND-SUB) TO TC-DEPARTMENT
           END-EVALUATE.
      *
       510-EDIT-WEEK-ENDING.
      *
           MOVE TCRAW-RECORD(9:2) TO DTEVAL-DATE-WS(1:2).
           MOVE TCRAW-RECORD(11:2) TO DTEVAL-DATE-WS(3:2).
           MOVE TCRAW-RECORD(5:4) TO DTEVAL-DATE-WS(5:4).
           CALL 'DTEVAL' USING DTEVAL-DATE-WS, DTEVAL-RETCD-WS.
           IF DTEVAL-RETCD-WS NOT = ZERO
               MOVE 'N' TO TIMECARD-EDITS-OK-WS
               MOVE 'BAD WEEK ENDING DATE' TO EXCEPTION-REASON-WS
           END-IF.
      *
       520-EDIT-HOURS.
      *
           IF TC-REGULAR-HOURS NOT NUMERIC
               OR TC-OVERTIME-HOURS NOT NUMERIC
               OR TC-SHIFT-DIFF-HOURS NOT NUMERIC
               MOVE 'N' TO TIMECARD-EDITS-OK-WS
               MOVE 'HOURS NOT NUMERIC' TO EXCEPTION-REASON-WS
           ELSE
               COMPUTE WEEK-HOURS-WS = TC-REGULAR-HOURS
                   + TC-OVERTIME-HOURS
               PERFORM 525-EDIT-WEEK-HOURS
           END-IF.
      *
       525-EDIT-WEEK-HOURS.
      *
           EVALUATE TRUE
               WHEN WEEK-HOURS-WS = ZERO
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'NO HOURS WORKED' TO EXCEPTION-REASON-WS
               WHEN WEEK-HOURS-WS > 168
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'HOURS EXCEED ONE WEEK' TO EXCEPTION-REASON-WS
               WHEN TC-SHIFT-DIFF-HOURS > WEEK-HOURS-WS
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'SHIFT HOURS EXCEED WORKED'
                       TO EXCEPTION-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       600-LOAD-TIMECARD.
      *
           WRITE TIMECARD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN TIMECARD-OK
                   ADD 1 TO TIMECARDS-LOADED-COUNT
                   ADD WEEK-HOURS-WS TO LOADED-HOURS-TOTAL
               WHEN TIMECARD-DUPLICATE
                   MOVE 'N' TO TIMECARD-EDITS-OK-WS
                   MOVE 'DUPLICATE WEEK FOR EMPLOYEE'
                       TO EXCEPTION-REASON-WS
               WHEN OTHER
                   DISPLAY 'TIMECARD FILE WRITE PROBLEM'
                   MOVE '600-LOAD-TIMECARD'
                      TO EL-PARAGRAPH
                   MOVE 'TIMECARD FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-EVALUATE.
      *
       650-WRITE-EXCEPTION.
      *
      *    THE CARD IS PRINTED AS KEYED - A REJECTED CARD MAY NOT
      *    HOLD NUMBERS WHERE THE HOURS SHOULD BE.
           ADD 1 TO TIMECARDS-REJECTED-COUNT.
           MOVE TCRAW-RECORD(1:4)   TO RD-EMP-ID.
           MOVE TCRAW-RECORD(5:8)   TO RD-WEEK-ENDING.
           MOVE TCRAW-RECORD(13:5)  TO RD-REGULAR-HOURS.
           MOVE TCRAW-RECORD(18:5)  TO RD-OVERTIME-HOURS.
           MOVE TCRAW-RECORD(23:5)  TO RD-SHIFT-HOURS.
           MOVE EXCEPTION-REASON-WS TO RD-REASON.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TIMECARDS-READ-COUNT     TO RT-READ.
           MOVE TIMECARDS-LOADED-COUNT   TO RT-LOADED.
           MOVE TIMECARDS-REJECTED-COUNT TO RT-REJECTED.
           MOVE LOADED-HOURS-TOTAL       TO RT-HOURS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE SEGFILE, TCRAW-FILE, TIMECARD-FILE, REPORTFILE.
      *
       999-ERROR-RTN.
           MOVE 'HRTCEDIT' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * GRPMNT                                                         *
      * Batch maintenance program for the GRPMAST employer group       *
      * master, in the POLMNT add/change/delete transaction pattern.   *
      * Each GRPTRAN transaction carries a function code and the full  *
      * 150-byte group image.  A group must carry a number, a billing  *
      * day of 01 through 28 and an active or terminated status        *
      * before it is applied.  Members are attached to a group by      *
      * POLMNT, through PM-GROUP-NO on their POLMAST policies.         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (GRPMRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPMAST-FILE
               ASSIGN TO UT-S-GRPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-GROUP-NO
               FILE STATUS IS GRPMAST-ST.
           SELECT TRANFILE
               ASSIGN TO GRPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO GRPMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  GRPMAST-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY GRPMAST.
      *
       FD  TRANFILE
           RECORD CONTAINS 151 CHARACTERS.
       01  GRP-TRAN-RECORD.
           05  GT-FUNCTION-CODE          PIC X.
               88  GT-ADD                        VALUE 'A'.
               88  GT-CHANGE                     VALUE 'C'.
               88  GT-DELETE                     VALUE 'D'.
           05  GT-GROUP-DATA             PIC X(150).
      * GT-DATA-FIELDS GIVES NAMED ACCESS TO THE FIELDS THE EDITS
      * LOOK AT, MAPPED BY FILLER TO THEIR OFFSETS IN GT-GROUP-DATA.
       01  GT-DATA-FIELDS REDEFINES GRP-TRAN-RECORD.
           05  FILLER                    PIC X(1).
           05  GT-GROUP-NO               PIC X(6).
           05  GT-GROUP-NAME             PIC X(30).
           05  FILLER                    PIC X(92).
           05  GT-BILLING-DAY            PIC 9(2).
           05  GT-STATUS                 PIC X(1).
               88  GT-VALID-STATUS               VALUE 'A' 'T'.
           05  FILLER                    PIC X(19).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  GROUP-REC-WS                  PIC X(150).
       01  PROGRAM-SWITCHES.
           05  GRPMAST-ST                 PIC X(2).
               88  GRPMAST-OK                     VALUE '00'.
               88  GRPMAST-NOT-FOUND              VALUE '23'.
               88  GRPMAST-DUPLICATE              VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "GROUP".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(32) VALUE "GROUP NAME".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-GROUP-NO       PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  RD-GROUP-NAME     PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(24).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "TRANSACTIONS - ".
           05  FILLER            PIC X(6)  VALUE "ADDED ".
           05  RT-ADD-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "CHANGED ".
           05  RT-CHANGE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "DELETED ".
           05  RT-DELETE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE "ERRORS ".
           05  RT-ERROR-COUNT    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-TRANSACTION UNTIL NO-MORE-TRANSACTIONS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GRPMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN GT-GROUP-NO = SPACES
                   MOVE "REJECTED - NO GROUP NO" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN GT-ADD
                   PERFORM 250-EDIT-GROUP
                   IF REPORT-STATUS-WS = SPACES
                       PERFORM 500-ADD-GROUP
                   END-IF
               WHEN GT-CHANGE
                   PERFORM 250-EDIT-GROUP
                   IF REPORT-STATUS-WS = SPACES
                       PERFORM 510-CHANGE-GROUP
                   END-IF
               WHEN GT-DELETE
                   PERFORM 520-DELETE-GROUP
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       250-EDIT-GROUP.
      *
      *    A BILLING DAY PAST THE 28TH WOULD SKIP FEBRUARY.
           EVALUATE TRUE
               WHEN GT-GROUP-NAME = SPACES
                   MOVE "REJECTED - NO GROUP NAME" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN GT-BILLING-DAY NOT NUMERIC
                   OR GT-BILLING-DAY < 1 OR GT-BILLING-DAY > 28
                   MOVE "REJECTED - BILLING DAY" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT GT-VALID-STATUS
                   MOVE "REJECTED - BAD STATUS" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
      *
       300-OPEN-FILES.
      *
           OPEN I-O GRPMAST-FILE.
           IF NOT GRPMAST-OK
               DISPLAY 'GROUP MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GRPMAST' TO EL-FILE-NAME
               MOVE GRPMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'GROUP TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'GROUP MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP MAINTENANCE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-TRANSACTION.
      *
           READ TRANFILE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       500-ADD-GROUP.
      *
           MOVE GT-GROUP-DATA TO GROUP-REC-WS.
           WRITE GROUP-MASTER-RECORD FROM GROUP-REC-WS.
           IF GRPMAST-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF GRPMAST-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-GROUP.
      *
           MOVE GT-GROUP-NO TO GM-GROUP-NO.
           READ GRPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT GRPMAST-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE GT-GROUP-DATA TO GROUP-REC-WS
               REWRITE GROUP-MASTER-RECORD FROM GROUP-REC-WS
               IF GRPMAST-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-GROUP.
      *
      *    MEMBERS STILL POINTING AT A DELETED GROUP ARE BILLED
      *    INDIVIDUALLY BY PREMBILL; TERMINATING THE GROUP INSTEAD
      *    KEEPS ITS NAME ON FILE FOR THE HISTORY.
           MOVE GT-GROUP-NO TO GM-GROUP-NO.
           READ GRPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT GRPMAST-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               DELETE GRPMAST-FILE RECORD
               IF GRPMAST-OK
                   ADD 1 TO TRAN-DELETE-COUNT
                   MOVE "DELETED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - DELETE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE GT-GROUP-NO       TO RD-GROUP-NO.
           MOVE GT-FUNCTION-CODE  TO RD-FUNCTION.
           MOVE GT-GROUP-NAME     TO RD-GROUP-NAME.
           MOVE REPORT-STATUS-WS  TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-ADD-COUNT    TO RT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RT-CHANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RT-DELETE-COUNT.
           MOVE TRAN-ERROR-COUNT  TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE GRPMAST-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * DDMNT                                                          *
      * Batch maintenance program for the DDENROLL direct-deposit      *
      * enrollment file, in the same add/change/delete transaction     *
      * pattern as DEDMNT: reads DDTRAN transactions, applies them     *
      * against the indexed file keyed on DE-EMP-ID, and writes a      *
      * transaction activity report as it goes.  Adds and changes      *
      * are edited before they reach the file - each routing number    *
      * must carry a good ABA check digit, each account must be        *
      * present and typed checking or savings, and a split must name   *
      * its method, a value, and a complete second account.            *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDENROLL-FILE
               ASSIGN TO UT-S-DDENROLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-EMP-ID
               FILE STATUS IS DDENROLL-ST.
           SELECT TRANFILE
               ASSIGN TO DDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO DDMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DDENROLL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DDENROLL.
      *
       FD  TRANFILE
           RECORD CONTAINS 81 CHARACTERS.
       01  DD-TRAN-RECORD.
           05  DT-FUNCTION-CODE          PIC X.
               88  DT-ADD                        VALUE 'A'.
               88  DT-CHANGE                     VALUE 'C'.
               88  DT-DELETE                     VALUE 'D'.
           05  DT-ENROLLMENT-DATA        PIC X(80).
      * DT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * DT-ENROLLMENT-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  DT-DATA-FIELDS REDEFINES DD-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  DT-EMP-ID                 PIC 9(4).
           05  FILLER                    PIC X(76).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  DDENROLL-ST               PIC X(2).
               88  DDENROLL-OK                   VALUE '00'.
               88  DDENROLL-NOT-FOUND            VALUE '23'.
               88  DDENROLL-DUPLICATE            VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
           05  ROUTING-VALID-WS           PIC X(1).
               88  ROUTING-VALID                   VALUE 'Y'.
           05  PRIMARY-ROUTING-WS         PIC X(1).
               88  PRIMARY-ROUTING-VALID           VALUE 'Y'.
           05  SECONDARY-ROUTING-WS       PIC X(1).
               88  SECONDARY-ROUTING-VALID         VALUE 'Y'.
           05  EFFECTIVE-DATE-WS          PIC X(1).
               88  EFFECTIVE-DATE-VALID            VALUE 'Y'.
      *    ABA CHECK DIGIT - WEIGHTS 3 7 1 REPEATED ACROSS THE NINE
      *    DIGITS MUST SUM TO A MULTIPLE OF TEN.
       01  ROUTING-CHECK-WS               PIC 9(9).
       01  ROUTING-DIGITS-WS REDEFINES ROUTING-CHECK-WS.
           05  ROUTING-DIGIT              PIC 9  OCCURS 9 TIMES.
       01  ROUTING-SUM-WS                 PIC 9(3).
       01  ROUTING-QUOTIENT-WS            PIC 9(3).
       01  ROUTING-REMAINDER-WS           PIC 9(1).
      *    DTEVAL EXPECTS MMDDCCYY, NOT OUR CCYYMMDD ORDER.
       01  DTEVAL-FIELDS-WS.
           05  DTEVAL-DATE-WS             PIC X(8).
           05  DTEVAL-RETCD-WS            PIC S9(4).
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "EMP-ID".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-EMP-ID         PIC 9(4).
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(9)  VALUE SPACES.
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
           MOVE 'DDMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN DT-ADD
                   PERFORM 500-ADD-ENROLLMENT
               WHEN DT-CHANGE
                   PERFORM 510-CHANGE-ENROLLMENT
               WHEN DT-DELETE
                   PERFORM 520-DELETE-ENROLLMENT
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O DDENROLL-FILE.
           IF NOT DDENROLL-OK
               DISPLAY 'DIRECT DEPOSIT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DIRECT DEPOSIT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DDENROLL' TO EL-FILE-NAME
               MOVE DDENROLL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'DIRECT DEPOSIT TRAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DIRECT DEPOSIT TRAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'DIRECT DEPOSIT MAINT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DIRECT DEPOSIT MAINT REPORT OPEN PROBLEM'
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
       500-ADD-ENROLLMENT.
      *
           MOVE DT-ENROLLMENT-DATA TO DIRECT-DEPOSIT-RECORD.
           PERFORM 530-EDIT-ENROLLMENT.
           IF REPORT-STATUS-WS NOT = SPACES
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               WRITE DIRECT-DEPOSIT-RECORD
               IF DDENROLL-OK
                   ADD 1 TO TRAN-ADD-COUNT
                   MOVE "ADDED" TO REPORT-STATUS-WS
               ELSE
                   IF DDENROLL-DUPLICATE
                       MOVE "REJECTED - DUPLICATE KEY"
                          TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
                   END-IF
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       510-CHANGE-ENROLLMENT.
      *
           MOVE DT-EMP-ID TO DE-EMP-ID.
           READ DDENROLL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DDENROLL-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE DT-ENROLLMENT-DATA TO DIRECT-DEPOSIT-RECORD
               PERFORM 530-EDIT-ENROLLMENT
               IF REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               ELSE
                   REWRITE DIRECT-DEPOSIT-RECORD
                   IF DDENROLL-OK
                       ADD 1 TO TRAN-CHANGE-COUNT
                       MOVE "CHANGED" TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - CHANGE FAILED"
                          TO REPORT-STATUS-WS
                       ADD 1 TO TRAN-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       520-DELETE-ENROLLMENT.
      *
           MOVE DT-EMP-ID TO DE-EMP-ID.
           DELETE DDENROLL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF DDENROLL-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
      *    LEAVES REPORT-STATUS-WS BLANK WHEN THE ENROLLMENT IMAGE
      *    NOW IN DIRECT-DEPOSIT-RECORD PASSES EVERY EDIT.
       530-EDIT-ENROLLMENT.
      *
           MOVE DE-PRIMARY-ROUTING TO ROUTING-CHECK-WS.
           PERFORM 540-CHECK-ROUTING.
           MOVE ROUTING-VALID-WS TO PRIMARY-ROUTING-WS.
           MOVE DE-SECONDARY-ROUTING TO ROUTING-CHECK-WS.
           PERFORM 540-CHECK-ROUTING.
           MOVE ROUTING-VALID-WS TO SECONDARY-ROUTING-WS.
           PERFORM 550-CHECK-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN DE-EMP-ID NOT NUMERIC
                   MOVE "REJECTED - EMP ID" TO REPORT-STATUS-WS
               WHEN NOT DE-ACTIVE AND NOT DE-SUSPENDED
                   MOVE "REJECTED - STATUS" TO REPORT-STATUS-WS
               WHEN NOT PRIMARY-ROUTING-VALID
                   MOVE "REJECTED - BAD ROUTING" TO REPORT-STATUS-WS
               WHEN DE-PRIMARY-ACCOUNT-NO = SPACES
                   MOVE "REJECTED - NO ACCOUNT" TO REPORT-STATUS-WS
               WHEN NOT DE-PRIMARY-TYPE-VALID
                   MOVE "REJECTED - ACCOUNT TYPE" TO REPORT-STATUS-WS
               WHEN NOT EFFECTIVE-DATE-VALID
                   MOVE "REJECTED - EFF DATE" TO REPORT-STATUS-WS
               WHEN NOT DE-SPLIT-METHOD-VALID
                   MOVE "REJECTED - SPLIT METHOD" TO REPORT-STATUS-WS
               WHEN DE-NO-SPLIT
                   CONTINUE
               WHEN DE-SPLIT-VALUE NOT NUMERIC
                   MOVE "REJECTED - SPLIT VALUE" TO REPORT-STATUS-WS
               WHEN DE-SPLIT-VALUE = ZERO
                   MOVE "REJECTED - SPLIT VALUE" TO REPORT-STATUS-WS
               WHEN DE-SPLIT-PERCENT AND DE-SPLIT-VALUE > 99
                   MOVE "REJECTED - SPLIT VALUE" TO REPORT-STATUS-WS
               WHEN NOT SECONDARY-ROUTING-VALID
                   MOVE "REJECTED - 2ND ROUTING" TO REPORT-STATUS-WS
               WHEN DE-SECONDARY-ACCOUNT-NO = SPACES
                   MOVE "REJECTED - 2ND ACCOUNT" TO REPORT-STATUS-WS
               WHEN NOT DE-SECONDARY-TYPE-VALID
                   MOVE "REJECTED - 2ND ACCT TYPE" TO REPORT-STATUS-WS
           END-EVALUATE.
      *
       540-CHECK-ROUTING.
      *
           MOVE 'N' TO ROUTING-VALID-WS.
           IF ROUTING-CHECK-WS NUMERIC
               AND ROUTING-CHECK-WS > ZERO
               COMPUTE ROUTING-SUM-WS =
                   3 * (ROUTING-DIGIT (1) + ROUTING-DIGIT (4)
                        + ROUTING-DIGIT (7))
                 + 7 * (ROUTING-DIGIT (2) + ROUTING-DIGIT (5)
                        + ROUTING-DIGIT (8))
                 +     (ROUTING-DIGIT (3) + ROUTING-DIGIT (6)
                        + ROUTING-DIGIT (9))
               DIVIDE ROUTING-SUM-WS BY 10
                   GIVING ROUTING-QUOTIENT-WS
                   REMAINDER ROUTING-REMAINDER-WS
               IF ROUTING-REMAINDER-WS = ZERO
                   MOVE 'Y' TO ROUTING-VALID-WS
               END-IF
           END-IF.
      *
       550-CHECK-EFFECTIVE-DATE.
      *
           MOVE 'N' TO EFFECTIVE-DATE-WS.
           IF DE-EFFECTIVE-DATE NUMERIC
               MOVE DE-EFFECTIVE-DATE(5:2) TO DTEVAL-DATE-WS(1:2)
               MOVE DE-EFFECTIVE-DATE(7:2) TO DTEVAL-DATE-WS(3:2)
               MOVE DE-EFFECTIVE-DATE(1:4) TO DTEVAL-DATE-WS(5:4)
               CALL 'DTEVAL' USING DTEVAL-DATE-WS, DTEVAL-RETCD-WS
               IF DTEVAL-RETCD-WS = ZERO
                   MOVE 'Y' TO EFFECTIVE-DATE-WS
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE DT-EMP-ID  TO RD-EMP-ID.
           MOVE DT-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE DDENROLL-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

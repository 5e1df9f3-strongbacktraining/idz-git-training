      ******************************************************************
      * GLACMNT                                                        *
      * Batch maintenance program for the GLACCT chart-of-accounts     *
      * master, in the same add/change/delete transaction pattern as   *
      * DEDMNT: reads GLACTRAN transactions, applies them against the  *
      * indexed master keyed on GA-ACCOUNT, and writes a transaction   *
      * activity report as it goes.  Adds and changes must carry a     *
      * description, a valid account type, normal balance and active   *
      * flag; account names starting '*' are kept for GLBAL's control  *
      * rows.  An account with balances on GLBAL cannot be deleted -   *
      * it is deactivated instead, so its history still reports.       *
      * The owning department is optional - an account left without    *
      * one is corporate and is not budgeted by department.            *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLACCT-FILE
               ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS GLACCT-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT TRANFILE
               ASSIGN TO GLACTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO GLAMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  GLACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLACCT.
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  TRANFILE
           RECORD CONTAINS 61 CHARACTERS.
       01  GL-ACCT-TRAN-RECORD.
           05  AT-FUNCTION-CODE          PIC X.
               88  AT-ADD                        VALUE 'A'.
               88  AT-CHANGE                     VALUE 'C'.
               88  AT-DELETE                     VALUE 'D'.
           05  AT-ACCOUNT-DATA           PIC X(60).
      * AT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * AT-ACCOUNT-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  AT-DATA-FIELDS REDEFINES GL-ACCT-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  AT-ACCOUNT                PIC X(8).
           05  FILLER                    PIC X(52).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  GLACCT-ST                 PIC X(2).
               88  GLACCT-OK                     VALUE '00'.
               88  GLACCT-NOT-FOUND              VALUE '23'.
               88  GLACCT-DUPLICATE              VALUE '22'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
           05  HAS-BALANCES-WS            PIC X(1).
               88  ACCOUNT-HAS-BALANCES            VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "ACCOUNT".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(7)  VALUE SPACES.
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
           MOVE 'GLACMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN AT-ADD
                   PERFORM 500-ADD-ACCOUNT
               WHEN AT-CHANGE
                   PERFORM 510-CHANGE-ACCOUNT
               WHEN AT-DELETE
                   PERFORM 520-DELETE-ACCOUNT
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O GLACCT-FILE.
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
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'GL ACCOUNT TRAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL ACCOUNT TRAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'GL ACCOUNT MAINT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL ACCOUNT MAINT REPORT OPEN PROBLEM'
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
       500-ADD-ACCOUNT.
      *
           MOVE AT-ACCOUNT-DATA TO GL-ACCOUNT-RECORD.
           PERFORM 530-EDIT-ACCOUNT.
           IF REPORT-STATUS-WS NOT = SPACES
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               WRITE GL-ACCOUNT-RECORD
               IF GLACCT-OK
                   ADD 1 TO TRAN-ADD-COUNT
                   MOVE "ADDED" TO REPORT-STATUS-WS
               ELSE
                   IF GLACCT-DUPLICATE
                       MOVE "REJECTED - DUPLICATE KEY"
                          TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
                   END-IF
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       510-CHANGE-ACCOUNT.
      *
           MOVE AT-ACCOUNT TO GA-ACCOUNT.
           READ GLACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT GLACCT-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE AT-ACCOUNT-DATA TO GL-ACCOUNT-RECORD
               PERFORM 530-EDIT-ACCOUNT
               IF REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               ELSE
                   REWRITE GL-ACCOUNT-RECORD
                   IF GLACCT-OK
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
       520-DELETE-ACCOUNT.
      *
           PERFORM 540-CHECK-FOR-BALANCES.
           IF ACCOUNT-HAS-BALANCES
               MOVE "REJECTED - HAS BALANCES" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE AT-ACCOUNT TO GA-ACCOUNT
               DELETE GLACCT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF GLACCT-OK
                   ADD 1 TO TRAN-DELETE-COUNT
                   MOVE "DELETED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
      *    LEAVES REPORT-STATUS-WS BLANK WHEN THE ACCOUNT IMAGE NOW
      *    IN GL-ACCOUNT-RECORD PASSES EVERY EDIT.
       530-EDIT-ACCOUNT.
      *
           EVALUATE TRUE
               WHEN GA-ACCOUNT = SPACES
                   MOVE "REJECTED - NO ACCOUNT" TO REPORT-STATUS-WS
               WHEN GA-ACCOUNT(1:1) = '*'
                   MOVE "REJECTED - RESERVED NAME" TO REPORT-STATUS-WS
               WHEN GA-DESCRIPTION = SPACES
                   MOVE "REJECTED - DESCRIPTION" TO REPORT-STATUS-WS
               WHEN NOT GA-ACCOUNT-TYPE-VALID
                   MOVE "REJECTED - ACCOUNT TYPE" TO REPORT-STATUS-WS
               WHEN NOT GA-NORMAL-BALANCE-VALID
                   MOVE "REJECTED - NORMAL BAL" TO REPORT-STATUS-WS
               WHEN NOT GA-ACTIVE-FLAG-VALID
                   MOVE "REJECTED - ACTIVE FLAG" TO REPORT-STATUS-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    ANY GLBAL ROW FOR THE ACCOUNT, IN ANY PERIOD, KEEPS IT ON
      *    THE CHART - THE KEY SORTS ACCOUNT FIRST, SO THE FIRST ROW
      *    AT OR AFTER THE ACCOUNT'S LOWEST KEY ANSWERS THE QUESTION.
       540-CHECK-FOR-BALANCES.
      *
           MOVE 'N' TO HAS-BALANCES-WS.
           MOVE AT-ACCOUNT TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           START GLBAL-FILE KEY >= GB-BALANCE-KEY
               INVALID KEY
                   MOVE '23' TO GLBAL-ST
           END-START.
           IF GLBAL-OK
               READ GLBAL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO GLBAL-ST
               END-READ
               IF GLBAL-OK AND GB-ACCOUNT = AT-ACCOUNT
                   MOVE 'Y' TO HAS-BALANCES-WS
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE AT-ACCOUNT  TO RD-ACCOUNT.
           MOVE AT-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE GLACCT-FILE, GLBAL-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

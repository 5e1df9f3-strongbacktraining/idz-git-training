      ******************************************************************
      * PAUTHMNT                                                       *
      * Batch maintenance program for the PAUTH prior-authorization    *
      * master, in the same add/change/delete transaction pattern as   *
      * AGENTMNT and PROVMNT: reads PAUTRAN transactions keyed by the  *
      * utilization-review department from its approvals, applies      *
      * them against the indexed master keyed on policy number plus    *
      * authorization number, and writes a transaction activity        *
      * report as it goes.  A change keeps the amount the claims       *
      * cycle has already drawn against the authorization.             *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTHMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-AUTH-FILE
               ASSIGN TO UT-S-PAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-AUTH-KEY
               FILE STATUS IS PRIOR-AUTH-ST.
           SELECT TRANFILE
               ASSIGN TO PAUTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO PAUTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY PRIORAUT.
      *
       FD  TRANFILE
           RECORD CONTAINS 71 CHARACTERS.
       01  AUTH-TRAN-RECORD.
           05  AT-FUNCTION-CODE          PIC X.
               88  AT-ADD                        VALUE 'A'.
               88  AT-CHANGE                     VALUE 'C'.
               88  AT-DELETE                     VALUE 'D'.
           05  AT-AUTH-DATA              PIC X(70).
      * AT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * AT-AUTH-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  AT-DATA-FIELDS REDEFINES AUTH-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  AT-AUTH-KEY.
               10  AT-POLICY-NO          PIC 9(7).
               10  AT-AUTH-NO            PIC 9(9).
           05  FILLER                    PIC X(54).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PRIOR-AUTH-REC-WS             PIC X(70).
       01  USED-FIELDS-WS.
           05  USED-AMOUNT-WS            PIC 9(7)V99.
           05  LAST-USED-DATE-WS         PIC 9(8).
       01  PROGRAM-SWITCHES.
           05  PRIOR-AUTH-ST              PIC X(2).
               88  PRIOR-AUTH-OK                  VALUE '00'.
               88  PRIOR-AUTH-NOT-FOUND           VALUE '23'.
               88  PRIOR-AUTH-DUPLICATE           VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "POLICY".
           05  FILLER            PIC X(12) VALUE "AUTH NO".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-AUTH-NO        PIC 9(9).
           05  FILLER            PIC X(3)  VALUE SPACES.
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
           MOVE 'PAUTHMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN AT-ADD
                   PERFORM 500-ADD-AUTH
               WHEN AT-CHANGE
                   PERFORM 510-CHANGE-AUTH
               WHEN AT-DELETE
                   PERFORM 520-DELETE-AUTH
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O PRIOR-AUTH-FILE.
           IF NOT PRIOR-AUTH-OK
               DISPLAY 'PRIOR AUTH FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PRIOR AUTH FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAUTH' TO EL-FILE-NAME
               MOVE PRIOR-AUTH-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'PRIOR AUTH TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PRIOR AUTH TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'PRIOR AUTH MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PRIOR AUTH MAINTENANCE REPORT OPEN PROBLEM'
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
       500-ADD-AUTH.
      *
           MOVE AT-AUTH-DATA TO PRIOR-AUTH-REC-WS.
      *    A NEW AUTHORIZATION STARTS WITH NOTHING DRAWN AGAINST IT.
           MOVE PRIOR-AUTH-REC-WS TO PRIOR-AUTH-RECORD.
           MOVE ZERO TO PA-USED-AMOUNT, PA-LAST-USED-DATE.
           MOVE PRIOR-AUTH-RECORD TO PRIOR-AUTH-REC-WS.
           WRITE PRIOR-AUTH-RECORD FROM PRIOR-AUTH-REC-WS.
           IF PRIOR-AUTH-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF PRIOR-AUTH-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-AUTH.
      *
           MOVE AT-AUTH-KEY TO PA-AUTH-KEY.
           READ PRIOR-AUTH-FILE INTO PRIOR-AUTH-REC-WS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT PRIOR-AUTH-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE PA-USED-AMOUNT TO USED-AMOUNT-WS
               MOVE PA-LAST-USED-DATE TO LAST-USED-DATE-WS
               MOVE AT-AUTH-DATA TO PRIOR-AUTH-RECORD
               MOVE USED-AMOUNT-WS TO PA-USED-AMOUNT
               MOVE LAST-USED-DATE-WS TO PA-LAST-USED-DATE
               MOVE PRIOR-AUTH-RECORD TO PRIOR-AUTH-REC-WS
               REWRITE PRIOR-AUTH-RECORD FROM PRIOR-AUTH-REC-WS
               IF PRIOR-AUTH-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-AUTH.
      *
           MOVE AT-AUTH-KEY TO PA-AUTH-KEY.
           DELETE PRIOR-AUTH-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF PRIOR-AUTH-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE AT-POLICY-NO      TO RD-POLICY-NO.
           MOVE AT-AUTH-NO        TO RD-AUTH-NO.
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
           CLOSE PRIOR-AUTH-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CLMLMNT                                                        *
      * Batch maintenance program for the CLMLINE claim service-line   *
      * file, in the same add/change/delete transaction pattern as     *
      * PROVMNT: reads CLNTRAN transactions, applies them against the  *
      * indexed file keyed on policy number, claim sequence and line   *
      * number, and writes a transaction activity report as it goes.   *
      * The lines loaded here sit behind the claim's CLAIMREC header   *
      * and are priced line by line by CLMPAY.                         *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMLMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-LINE-FILE
               ASSIGN TO UT-S-CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LINE-KEY
               FILE STATUS IS CLAIM-LINE-ST.
           SELECT TRANFILE
               ASSIGN TO CLNTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO CLNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-LINE-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLMLINE.
      *
       FD  TRANFILE
           RECORD CONTAINS 51 CHARACTERS.
       01  LINE-TRAN-RECORD.
           05  LT-FUNCTION-CODE          PIC X.
               88  LT-ADD                        VALUE 'A'.
               88  LT-CHANGE                     VALUE 'C'.
               88  LT-DELETE                     VALUE 'D'.
           05  LT-LINE-DATA              PIC X(50).
      * LT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * LT-LINE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  LT-DATA-FIELDS REDEFINES LINE-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  LT-LINE-KEY.
               10  LT-POLICY-NO          PIC 9(7).
               10  LT-CLAIM-SEQ-NO       PIC 9(2).
               10  LT-LINE-NO            PIC 9(3).
           05  FILLER                    PIC X(38).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  CLAIM-LINE-REC-WS             PIC X(50).
       01  PROGRAM-SWITCHES.
           05  CLAIM-LINE-ST              PIC X(2).
               88  CLAIM-LINE-OK                  VALUE '00'.
               88  CLAIM-LINE-NOT-FOUND           VALUE '23'.
               88  CLAIM-LINE-DUPLICATE           VALUE '22'.
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
           05  FILLER            PIC X(5)  VALUE "SEQ".
           05  FILLER            PIC X(6)  VALUE "LINE".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-LINE-NO        PIC 9(3).
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
           MOVE 'CLMLMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN LT-ADD
                   PERFORM 500-ADD-LINE
               WHEN LT-CHANGE
                   PERFORM 510-CHANGE-LINE
               WHEN LT-DELETE
                   PERFORM 520-DELETE-LINE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O CLAIM-LINE-FILE.
           IF NOT CLAIM-LINE-OK
               DISPLAY 'CLAIM LINE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM LINE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMLINE' TO EL-FILE-NAME
               MOVE CLAIM-LINE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'CLAIM LINE TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM LINE TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'CLAIM LINE MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM LINE MAINTENANCE REPORT OPEN PROBLEM'
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
       500-ADD-LINE.
      *
           MOVE LT-LINE-DATA TO CLAIM-LINE-REC-WS.
           WRITE CLAIM-LINE-RECORD FROM CLAIM-LINE-REC-WS.
           IF CLAIM-LINE-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF CLAIM-LINE-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-LINE.
      *
           MOVE LT-LINE-KEY TO LN-LINE-KEY.
           READ CLAIM-LINE-FILE INTO CLAIM-LINE-REC-WS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CLAIM-LINE-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE LT-LINE-DATA TO CLAIM-LINE-REC-WS
               REWRITE CLAIM-LINE-RECORD FROM CLAIM-LINE-REC-WS
               IF CLAIM-LINE-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-LINE.
      *
           MOVE LT-LINE-KEY TO LN-LINE-KEY.
           DELETE CLAIM-LINE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF CLAIM-LINE-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE LT-POLICY-NO      TO RD-POLICY-NO.
           MOVE LT-CLAIM-SEQ-NO   TO RD-CLAIM-SEQ-NO.
           MOVE LT-LINE-NO        TO RD-LINE-NO.
           MOVE LT-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE CLAIM-LINE-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

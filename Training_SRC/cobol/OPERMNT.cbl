      ******************************************************************
      * OPERMNT                                                        *
      * Batch maintenance program for the OPERSEC operator security    *
      * file, in the same add/change/delete transaction pattern as     *
      * HOLMNT and CUSTMNT: reads OPERTRAN transactions, applies them  *
      * against the indexed file keyed on OS-OPERATOR-ID, and writes   *
      * a transaction activity report as it goes.  An add or change    *
      * must carry a status of A (active) or I (inactive); the         *
      * business date is stamped as the last change date.  What each   *
      * role may do is maintained separately by ROLEMNT.               *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC-FILE
               ASSIGN TO UT-S-OPERSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS OPERSEC-ST.
           SELECT TRANFILE
               ASSIGN TO OPERTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO OPERMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERSEC-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY OPERSEC.
      *
       FD  TRANFILE
           RECORD CONTAINS 101 CHARACTERS.
       01  OPER-TRAN-RECORD.
           05  OT-FUNCTION-CODE          PIC X.
               88  OT-ADD                        VALUE 'A'.
               88  OT-CHANGE                     VALUE 'C'.
               88  OT-DELETE                     VALUE 'D'.
           05  OT-OPERATOR-DATA          PIC X(100).
      * OT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * OT-OPERATOR-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  OT-DATA-FIELDS REDEFINES OPER-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  OT-OPERATOR-ID            PIC X(8).
           05  FILLER                    PIC X(33).
           05  OT-STATUS                 PIC X(1).
               88  OT-VALID-STATUS               VALUE 'A' 'I'.
           05  FILLER                    PIC X(58).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  OPERSEC-REC-WS                PIC X(100).
       01  PROGRAM-SWITCHES.
           05  OPERSEC-ST                PIC X(2).
               88  OPERSEC-OK                    VALUE '00'.
               88  OPERSEC-NOT-FOUND             VALUE '23'.
               88  OPERSEC-DUPLICATE             VALUE '22'.
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
       01  REPORT-STATUS-WS               PIC X(20).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "OPERATOR".
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "FUNCTION".
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-OPERATOR-ID    PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(11) VALUE SPACES.
           05  RD-STATUS         PIC X(20).
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
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN (OT-ADD OR OT-CHANGE) AND NOT OT-VALID-STATUS
                   MOVE "REJECTED - BAD STATUS" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN OT-ADD
                   PERFORM 500-ADD-OPERATOR
               WHEN OT-CHANGE
                   PERFORM 510-CHANGE-OPERATOR
               WHEN OT-DELETE
                   PERFORM 520-DELETE-OPERATOR
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O OPERSEC-FILE.
           IF NOT OPERSEC-OK
               DISPLAY 'OPERATOR SECURITY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OPERATOR SECURITY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'OPERATOR TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OPERATOR TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'OPERATOR MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OPERATOR MAINTENANCE REPORT OPEN PROBLEM'
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
       500-ADD-OPERATOR.
      *
           MOVE OT-OPERATOR-DATA TO OPERATOR-SECURITY-RECORD.
           MOVE BD-BUSINESS-DATE TO OS-LAST-CHANGE-DATE.
           WRITE OPERATOR-SECURITY-RECORD.
           IF OPERSEC-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF OPERSEC-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-OPERATOR.
      *
           MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID.
           READ OPERSEC-FILE INTO OPERSEC-REC-WS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT OPERSEC-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE OT-OPERATOR-DATA TO OPERATOR-SECURITY-RECORD
               MOVE BD-BUSINESS-DATE TO OS-LAST-CHANGE-DATE
               REWRITE OPERATOR-SECURITY-RECORD
               IF OPERSEC-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-OPERATOR.
      *
           MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID.
           DELETE OPERSEC-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF OPERSEC-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE OT-OPERATOR-ID    TO RD-OPERATOR-ID.
           MOVE OT-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE OPERSEC-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           MOVE 'OPERMNT' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

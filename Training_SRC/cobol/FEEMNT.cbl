      ******************************************************************
      * FEEMNT                                                         *
      * Batch maintenance program for the FEESCHD provider fee         *
      * schedule, in the same add/change/delete transaction pattern    *
      * as PROVMNT: reads FEETRAN transactions, applies them against   *
      * the indexed schedule keyed on provider code plus procedure     *
      * code, and writes a transaction activity report as it goes.     *
      * CLMPAY allows each claim service line at the lesser of billed  *
      * and the scheduled fee loaded here.                             *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO UT-S-FEESCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FEE-KEY
               FILE STATUS IS FEE-SCHEDULE-ST.
           SELECT TRANFILE
               ASSIGN TO FEETRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY FEESCHD.
      *
       FD  TRANFILE
           RECORD CONTAINS 41 CHARACTERS.
       01  FEE-TRAN-RECORD.
           05  FT-FUNCTION-CODE          PIC X.
               88  FT-ADD                        VALUE 'A'.
               88  FT-CHANGE                     VALUE 'C'.
               88  FT-DELETE                     VALUE 'D'.
           05  FT-FEE-DATA               PIC X(40).
      * FT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * FT-FEE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  FT-DATA-FIELDS REDEFINES FEE-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  FT-FEE-KEY.
               10  FT-PROVIDER-CODE      PIC X(2).
               10  FT-PROCEDURE-CODE     PIC X(5).
           05  FILLER                    PIC X(33).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  FEE-SCHEDULE-REC-WS           PIC X(40).
       01  PROGRAM-SWITCHES.
           05  FEE-SCHEDULE-ST            PIC X(2).
               88  FEE-SCHEDULE-OK                VALUE '00'.
               88  FEE-SCHEDULE-NOT-FOUND         VALUE '23'.
               88  FEE-SCHEDULE-DUPLICATE         VALUE '22'.
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
           05  FILLER            PIC X(10) VALUE "PROVIDER".
           05  FILLER            PIC X(10) VALUE "PROCEDURE".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-PROVIDER-CODE  PIC X(2).
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  RD-PROCEDURE-CODE PIC X(5).
           05  FILLER            PIC X(5)  VALUE SPACES.
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
           MOVE 'FEEMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN FT-ADD
                   PERFORM 500-ADD-FEE
               WHEN FT-CHANGE
                   PERFORM 510-CHANGE-FEE
               WHEN FT-DELETE
                   PERFORM 520-DELETE-FEE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O FEE-SCHEDULE-FILE.
           IF NOT FEE-SCHEDULE-OK
               DISPLAY 'FEE SCHEDULE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'FEE SCHEDULE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'FEESCHD' TO EL-FILE-NAME
               MOVE FEE-SCHEDULE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'FEE SCHEDULE TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'FEE SCHEDULE TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'FEE SCHEDULE MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'FEE SCHEDULE MAINTENANCE REPORT OPEN PROBLEM'
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
       500-ADD-FEE.
      *
           MOVE FT-FEE-DATA TO FEE-SCHEDULE-REC-WS.
           WRITE FEE-SCHEDULE-RECORD FROM FEE-SCHEDULE-REC-WS.
           IF FEE-SCHEDULE-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF FEE-SCHEDULE-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-FEE.
      *
           MOVE FT-FEE-KEY TO FE-FEE-KEY.
           READ FEE-SCHEDULE-FILE INTO FEE-SCHEDULE-REC-WS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FEE-SCHEDULE-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE FT-FEE-DATA TO FEE-SCHEDULE-REC-WS
               REWRITE FEE-SCHEDULE-RECORD FROM FEE-SCHEDULE-REC-WS
               IF FEE-SCHEDULE-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-FEE.
      *
           MOVE FT-FEE-KEY TO FE-FEE-KEY.
           DELETE FEE-SCHEDULE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF FEE-SCHEDULE-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE FT-PROVIDER-CODE  TO RD-PROVIDER-CODE.
           MOVE FT-PROCEDURE-CODE TO RD-PROCEDURE-CODE.
           MOVE FT-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE FEE-SCHEDULE-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

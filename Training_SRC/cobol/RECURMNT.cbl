      ******************************************************************
      * RECURMNT                                                       *
      * Batch maintenance program for the RECURINV recurring supplier  *
      * invoice templates, in the same add/change/delete transaction   *
      * pattern as ADEBMNT and SUPLMNT: reads RECTRAN transactions,    *
      * applies them against the indexed file keyed on supplier,       *
      * warehouse and template number, and writes a transaction        *
      * activity report as it goes.  Amount, frequency, dates and      *
      * status are edited before the file is touched.  A new template  *
      * first generates on its start date unless the card names        *
      * another; a change never moves the generation dates RECURGEN    *
      * keeps, except a next-generate date the card sets on purpose.   *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURINV-FILE
               ASSIGN TO UT-S-RECURINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS RECURINV-ST.
           SELECT TRANFILE
               ASSIGN TO RECTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO RECURRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURINV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RECURINV.
      *
       FD  TRANFILE
           RECORD CONTAINS 81 CHARACTERS.
       01  REC-TRAN-RECORD.
           05  RC-FUNCTION-CODE          PIC X.
               88  RC-ADD                        VALUE 'A'.
               88  RC-CHANGE                     VALUE 'C'.
               88  RC-DELETE                     VALUE 'D'.
           05  RC-TEMPLATE-DATA          PIC X(80).
      * RC-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * RC-TEMPLATE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  RC-DATA-FIELDS REDEFINES REC-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  RC-KEY.
               10  RC-SUPPLR-NO          PIC X(3).
               10  RC-WREHOUSE-NO        PIC 9(7).
               10  RC-TEMPLATE-NO        PIC 9(2).
           05  FILLER                    PIC X(20).
           05  RC-AMOUNT                 PIC 9(9)V99.
           05  RC-FREQUENCY              PIC X(1).
               88  RC-FREQUENCY-VALID            VALUE 'M' 'Q' 'A'.
           05  RC-START-DATE             PIC 9(8).
           05  RC-END-DATE               PIC 9(8).
           05  RC-NEXT-GEN-DATE          PIC 9(8).
           05  FILLER                    PIC X(8).
           05  RC-STATUS                 PIC X(1).
               88  RC-STATUS-VALID               VALUE 'A' 'S' 'E'.
           05  FILLER                    PIC X(3).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  RECURINV-REC-WS               PIC X(80).
       01  PROGRAM-SWITCHES.
           05  RECURINV-ST                PIC X(2).
               88  RECURINV-OK                    VALUE '00'.
               88  RECURINV-NOT-FOUND             VALUE '23'.
               88  RECURINV-DUPLICATE             VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
       01  SAVED-GEN-DATES-WS.
           05  SAVED-NEXT-GEN-DATE        PIC 9(8).
           05  SAVED-LAST-GEN-DATE        PIC 9(8).
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(6)  VALUE "SUPP".
           05  FILLER            PIC X(10) VALUE "WAREHOUSE".
           05  FILLER            PIC X(6)  VALUE "TMPL".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-TEMPLATE-NO    PIC 9(2).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(6)  VALUE SPACES.
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
           MOVE 'RECURMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           IF RC-ADD OR RC-CHANGE
               PERFORM 450-EDIT-TEMPLATE
           END-IF.
           EVALUATE TRUE
               WHEN REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN RC-ADD
                   PERFORM 500-ADD-TEMPLATE
               WHEN RC-CHANGE
                   PERFORM 510-CHANGE-TEMPLATE
               WHEN RC-DELETE
                   PERFORM 520-DELETE-TEMPLATE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O RECURINV-FILE.
           IF NOT RECURINV-OK
               DISPLAY 'RECURRING INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECURINV' TO EL-FILE-NAME
               MOVE RECURINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'RECURRING INVOICE TRAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING INVOICE TRAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'RECURRING INVOICE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING INVOICE REPORT OPEN PROBLEM'
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
       450-EDIT-TEMPLATE.
      *
      *    A TEMPLATE BILLS A POSITIVE AMOUNT MONTHLY, QUARTERLY OR
      *    ANNUALLY FROM A START DATE; THE END DATE IS ZERO (OPEN
      *    ENDED) OR NOT BEFORE THE START.
           EVALUATE TRUE
               WHEN RC-AMOUNT NOT NUMERIC
                   OR RC-AMOUNT = ZERO
                   MOVE "REJECTED - BAD AMOUNT" TO REPORT-STATUS-WS
               WHEN NOT RC-FREQUENCY-VALID
                   MOVE "REJECTED - BAD FREQUENCY" TO REPORT-STATUS-WS
               WHEN RC-START-DATE NOT NUMERIC
                   OR RC-START-DATE = ZERO
                   MOVE "REJECTED - BAD START" TO REPORT-STATUS-WS
               WHEN RC-END-DATE NOT NUMERIC
                   MOVE "REJECTED - BAD END DATE" TO REPORT-STATUS-WS
               WHEN RC-END-DATE NOT = ZERO
                   AND RC-END-DATE < RC-START-DATE
                   MOVE "REJECTED - END < START" TO REPORT-STATUS-WS
               WHEN RC-NEXT-GEN-DATE NOT NUMERIC
                   MOVE "REJECTED - BAD NEXT DATE" TO REPORT-STATUS-WS
               WHEN NOT RC-STATUS-VALID
                   MOVE "REJECTED - BAD STATUS" TO REPORT-STATUS-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       500-ADD-TEMPLATE.
      *
           MOVE RC-TEMPLATE-DATA TO RECURINV-REC-WS.
           MOVE RECURINV-REC-WS TO RECURRING-INVOICE-RECORD.
           IF RI-NEXT-GEN-DATE = ZERO
               MOVE RI-START-DATE TO RI-NEXT-GEN-DATE
           END-IF.
           MOVE ZERO TO RI-LAST-GEN-DATE.
           WRITE RECURRING-INVOICE-RECORD.
           IF RECURINV-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF RECURINV-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-TEMPLATE.
      *
           MOVE RC-KEY TO RI-KEY.
           READ RECURINV-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT RECURINV-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE RI-NEXT-GEN-DATE TO SAVED-NEXT-GEN-DATE
               MOVE RI-LAST-GEN-DATE TO SAVED-LAST-GEN-DATE
               MOVE RC-TEMPLATE-DATA TO RECURINV-REC-WS
               MOVE RECURINV-REC-WS TO RECURRING-INVOICE-RECORD
      *        RECURGEN OWNS THE GENERATION DATES; A ZERO NEXT DATE
      *        ON THE CARD LEAVES THE SCHEDULE WHERE IT WAS.
               IF RI-NEXT-GEN-DATE = ZERO
                   MOVE SAVED-NEXT-GEN-DATE TO RI-NEXT-GEN-DATE
               END-IF
               MOVE SAVED-LAST-GEN-DATE TO RI-LAST-GEN-DATE
               REWRITE RECURRING-INVOICE-RECORD
               IF RECURINV-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-TEMPLATE.
      *
           MOVE RC-KEY TO RI-KEY.
           DELETE RECURINV-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF RECURINV-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE RC-SUPPLR-NO      TO RD-SUPPLR-NO.
           MOVE RC-WREHOUSE-NO    TO RD-WREHOUSE-NO.
           MOVE RC-TEMPLATE-NO    TO RD-TEMPLATE-NO.
           MOVE RC-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE RECURINV-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

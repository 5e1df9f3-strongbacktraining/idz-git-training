      ******************************************************************
      * CURRMNT                                                        *
      * Batch maintenance program for the CURRATE currency exchange-   *
      * rate file, in the PARMMNT add/change/delete transaction        *
      * pattern with every applied change journaled.  Transactions     *
      * carry the full rate image (currency, effective date, rate,     *
      * source); an add or change must carry a numeric rate above      *
      * zero for a foreign currency - the functional currency never    *
      * has a row.  The CURRJRNL change journal records the rate       *
      * before and after with the business date.                       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (CURRRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRATE-FILE
               ASSIGN TO UT-S-CURRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RATE-KEY
               FILE STATUS IS CURRATE-ST.
           SELECT TRANFILE
               ASSIGN TO CURRTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT JOURNAL-FILE
               ASSIGN TO UT-S-CURRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-ST.
           SELECT REPORTFILE
               ASSIGN TO CURRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CURRATE.
      *
       FD  TRANFILE
           RECORD CONTAINS 41 CHARACTERS.
       01  RATE-TRAN-RECORD.
           05  RT-FUNCTION-CODE          PIC X.
               88  RT-ADD                        VALUE 'A'.
               88  RT-CHANGE                     VALUE 'C'.
               88  RT-DELETE                     VALUE 'D'.
           05  RT-RATE-DATA              PIC X(40).
      * RT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * RT-RATE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  RT-DATA-FIELDS REDEFINES RATE-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  RT-RATE-KEY.
               10  RT-CURRENCY-CODE      PIC X(3).
               10  RT-EFFECTIVE-DATE     PIC X(8).
           05  RT-RATE                   PIC 9(5)V9(6).
           05  FILLER                    PIC X(18).
      *
      * CHANGE JOURNAL - A RATE THAT MOVED A POSTING CAN BE TRACED.
       FD  JOURNAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  RATE-JOURNAL-RECORD.
           05  RJ-RUN-DATE               PIC 9(8).
           05  RJ-FUNCTION               PIC X(1).
           05  RJ-RATE-KEY               PIC X(11).
           05  RJ-OLD-RATE               PIC 9(5)V9(6).
           05  RJ-NEW-RATE               PIC 9(5)V9(6).
           05  FILLER                    PIC X(8).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  OLD-RATE-WS                   PIC 9(5)V9(6).
       01  PROGRAM-SWITCHES.
           05  CURRATE-ST                 PIC X(2).
               88  CURRATE-OK                     VALUE '00'.
               88  CURRATE-NOT-FOUND              VALUE '23'.
               88  CURRATE-DUPLICATE              VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  JOURNAL-ST                 PIC X(2).
               88  JOURNAL-OK                     VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  RATE-VALID-WS              PIC X(1).
               88  RATE-VALID                     VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(15) VALUE "CCY/EFFECTIVE".
           05  FILLER            PIC X(15) VALUE "RATE".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-RATE-KEY       PIC X(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-RATE           PIC ZZZZ9.999999.
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
           MOVE 'CURRMNT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE ZERO TO OLD-RATE-WS.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 450-EDIT-THE-RATE
                   IF RATE-VALID
                       PERFORM 500-ADD-RATE
                   END-IF
               WHEN RT-CHANGE
                   PERFORM 450-EDIT-THE-RATE
                   IF RATE-VALID
                       PERFORM 510-CHANGE-RATE
                   END-IF
               WHEN RT-DELETE
                   PERFORM 520-DELETE-RATE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O CURRATE-FILE.
           IF NOT CURRATE-OK
               DISPLAY 'CURRENCY RATE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CURRENCY RATE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CURRATE' TO EL-FILE-NAME
               MOVE CURRATE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'CURRENCY RATE TRAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CURRENCY RATE TRAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *    THE CHANGE JOURNAL IS CUMULATIVE - ALWAYS EXTENDED.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-OK
               DISPLAY 'CURRENCY RATE JOURNAL OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CURRENCY RATE JOURNAL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CURRJRNL' TO EL-FILE-NAME
               MOVE JOURNAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'CURRENCY RATE MAINT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CURRENCY RATE MAINT REPORT OPEN PROBLEM'
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
       450-EDIT-THE-RATE.
      *
      *    THE FUNCTIONAL CURRENCY IS ALWAYS ONE FOR ONE AND NEVER
      *    READ FROM THE FILE, SO A ROW FOR IT COULD ONLY MISLEAD.
           MOVE 'N' TO RATE-VALID-WS.
           EVALUATE TRUE
               WHEN RT-CURRENCY-CODE = SPACES
                   OR RT-CURRENCY-CODE = 'USD'
                   MOVE "REJECTED - USD/BLANK CCY" TO REPORT-STATUS-WS
               WHEN RT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "REJECTED - BAD DATE" TO REPORT-STATUS-WS
               WHEN RT-RATE NOT NUMERIC
                   MOVE "REJECTED - BAD RATE" TO REPORT-STATUS-WS
               WHEN RT-RATE = ZERO
                   MOVE "REJECTED - ZERO RATE" TO REPORT-STATUS-WS
               WHEN OTHER
                   SET RATE-VALID TO TRUE
           END-EVALUATE.
           IF NOT RATE-VALID
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       500-ADD-RATE.
      *
           MOVE RT-RATE-DATA TO CURRENCY-RATE-RECORD.
           WRITE CURRENCY-RATE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF CURRATE-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
               PERFORM 650-WRITE-JOURNAL
           ELSE
               IF CURRATE-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY"
                       TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-RATE.
      *
           MOVE RT-RATE-KEY TO CR-RATE-KEY.
           READ CURRATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CURRATE-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE CR-RATE TO OLD-RATE-WS
               MOVE RT-RATE-DATA TO CURRENCY-RATE-RECORD
               REWRITE CURRENCY-RATE-RECORD
               IF CURRATE-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
                   PERFORM 650-WRITE-JOURNAL
               ELSE
                   MOVE "REJECTED - CHANGE FAILED"
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-RATE.
      *
      *    THE OLD RATE IS READ FIRST SO THE DELETE STILL GOES TO
      *    THE JOURNAL WITH WHAT IT REMOVED.
           MOVE RT-RATE-KEY TO CR-RATE-KEY.
           READ CURRATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CURRATE-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE CR-RATE TO OLD-RATE-WS
               DELETE CURRATE-FILE RECORD
               IF CURRATE-OK
                   ADD 1 TO TRAN-DELETE-COUNT
                   MOVE "DELETED" TO REPORT-STATUS-WS
                   PERFORM 650-WRITE-JOURNAL
               ELSE
                   MOVE "REJECTED - DELETE FAILED"
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE RT-RATE-KEY TO RD-RATE-KEY.
           IF RT-RATE NUMERIC
               MOVE RT-RATE TO RD-RATE
           ELSE
               MOVE ZERO TO RD-RATE
           END-IF.
           MOVE RT-FUNCTION-CODE TO RD-FUNCTION.
           MOVE REPORT-STATUS-WS TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       650-WRITE-JOURNAL.
      *
           MOVE SPACES TO RATE-JOURNAL-RECORD.
           MOVE BD-BUSINESS-DATE TO RJ-RUN-DATE.
           MOVE RT-FUNCTION-CODE TO RJ-FUNCTION.
           MOVE RT-RATE-KEY TO RJ-RATE-KEY.
           MOVE OLD-RATE-WS TO RJ-OLD-RATE.
           IF RT-DELETE
               MOVE ZERO TO RJ-NEW-RATE
           ELSE
               MOVE RT-RATE TO RJ-NEW-RATE
           END-IF.
           WRITE RATE-JOURNAL-RECORD.
           IF NOT JOURNAL-OK
               DISPLAY 'CURRENCY RATE JOURNAL WRITE PROBLEM'
               MOVE '650-WRITE-JOURNAL'
                  TO EL-PARAGRAPH
               MOVE 'CURRENCY RATE JOURNAL WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CURRJRNL' TO EL-FILE-NAME
               MOVE JOURNAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
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
           CLOSE CURRATE-FILE, TRANFILE, JOURNAL-FILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * POMNT                                                          *
      * Batch maintenance program for the PURCHORD purchase-order      *
      * file, in the CURRMNT transaction pattern.  Purchasing sends    *
      * one transaction per order: 'A' adds a new open order, 'C'      *
      * changes its quantity, unit price or buyer, 'L' closes it to    *
      * further invoices and 'X' cancels an order nothing has been     *
      * invoiced against.  The quantity already invoiced belongs to    *
      * SUPLPOST and is never taken from a transaction; a change       *
      * cannot order less than has already been billed.                *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (PORPT & SYSOUT)                      *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE
               ASSIGN TO UT-S-PURCHORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHORD-ST.
           SELECT TRANFILE
               ASSIGN TO POTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO PORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PURCHORD.
      *
       FD  TRANFILE
           RECORD CONTAINS 81 CHARACTERS.
       01  PO-TRAN-RECORD.
           05  PT-FUNCTION-CODE          PIC X.
               88  PT-ADD                        VALUE 'A'.
               88  PT-CHANGE                     VALUE 'C'.
               88  PT-CLOSE                      VALUE 'L'.
               88  PT-CANCEL                     VALUE 'X'.
           05  PT-PO-DATA                PIC X(80).
      * PT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * PT-PO-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
      * IT LIES OVER THE PURCHORD IMAGE; THE STATUS AND INVOICED
      * QUANTITY POSITIONS ARE THE FILE'S OWN AND ARE IGNORED.
       01  PT-DATA-FIELDS REDEFINES PO-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  PT-PO-KEY.
               10  PT-SUPPLR-NO          PIC X(3).
               10  PT-WREHOUSE-NO        PIC 9(7).
               10  PT-PO-NUMBER          PIC X(10).
           05  PT-ORDER-DATE             PIC X(8).
           05  FILLER                    PIC X(1).
           05  PT-QUANTITY-ORDERED       PIC 9(7).
           05  PT-UNIT-PRICE             PIC 9(7)V99.
           05  FILLER                    PIC X(7).
           05  PT-BUYER                  PIC X(8).
           05  FILLER                    PIC X(20).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  PURCHORD-ST                PIC X(2).
               88  PURCHORD-OK                    VALUE '00'.
               88  PURCHORD-DUPLICATE             VALUE '22'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  ORDER-VALID-WS             PIC X(1).
               88  ORDER-VALID                    VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-CLOSE-COUNT           PIC 9(5) VALUE ZERO.
           05  TRAN-CANCEL-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(26) VALUE
                   "SUPP WAREHSE PO NUMBER".
           05  FILLER            PIC X(10) VALUE "  ORDERED".
           05  FILLER            PIC X(13) VALUE "  UNIT PRICE".
           05  FILLER            PIC X(5)  VALUE "FUNC".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-WREHOUSE-NO    PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RD-PO-NUMBER      PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-QUANTITY       PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-UNIT-PRICE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-STATUS         PIC X(24).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(6)  VALUE "ADDED ".
           05  RT-ADD-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  CHANGED ".
           05  RT-CHANGE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  CLOSED ".
           05  RT-CLOSE-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  CANCELLED ".
           05  RT-CANCEL-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  ERRORS ".
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
           MOVE 'POMNT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN PT-ADD
                   PERFORM 450-EDIT-THE-ORDER
                   IF ORDER-VALID
                       PERFORM 500-ADD-ORDER
                   END-IF
               WHEN PT-CHANGE
                   PERFORM 450-EDIT-THE-ORDER
                   IF ORDER-VALID
                       PERFORM 510-CHANGE-ORDER
                   END-IF
               WHEN PT-CLOSE
                   PERFORM 520-CLOSE-ORDER
               WHEN PT-CANCEL
                   PERFORM 530-CANCEL-ORDER
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O PURCHORD-FILE.
           IF NOT PURCHORD-OK
               DISPLAY 'PURCHASE ORDER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PURCHASE ORDER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PURCHORD' TO EL-FILE-NAME
               MOVE PURCHORD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'PURCHASE ORDER TRAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PURCHASE ORDER TRAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'PURCHASE ORDER MAINT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PURCHASE ORDER MAINT REPORT OPEN PROBLEM'
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
       450-EDIT-THE-ORDER.
      *
           MOVE 'N' TO ORDER-VALID-WS.
           EVALUATE TRUE
               WHEN PT-SUPPLR-NO = SPACES
                   OR PT-PO-NUMBER = SPACES
                   OR PT-WREHOUSE-NO NOT NUMERIC
                   MOVE "REJECTED - BAD PO KEY" TO REPORT-STATUS-WS
               WHEN PT-ORDER-DATE NOT NUMERIC
                   MOVE "REJECTED - BAD DATE" TO REPORT-STATUS-WS
               WHEN PT-QUANTITY-ORDERED NOT NUMERIC
                   OR PT-QUANTITY-ORDERED = ZERO
                   MOVE "REJECTED - BAD QUANTITY" TO REPORT-STATUS-WS
               WHEN PT-UNIT-PRICE NOT NUMERIC
                   OR PT-UNIT-PRICE = ZERO
                   MOVE "REJECTED - BAD PRICE" TO REPORT-STATUS-WS
               WHEN OTHER
                   SET ORDER-VALID TO TRUE
           END-EVALUATE.
           IF NOT ORDER-VALID
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       500-ADD-ORDER.
      *
           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE PT-PO-KEY TO PO-KEY.
           MOVE PT-ORDER-DATE TO PO-ORDER-DATE.
           SET PO-OPEN TO TRUE.
           MOVE PT-QUANTITY-ORDERED TO PO-QUANTITY-ORDERED.
           MOVE PT-UNIT-PRICE TO PO-UNIT-PRICE.
           MOVE ZERO TO PO-QUANTITY-INVOICED.
           MOVE PT-BUYER TO PO-BUYER.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF PURCHORD-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF PURCHORD-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY"
                       TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-ORDER.
      *
           MOVE PT-PO-KEY TO PO-KEY.
           READ PURCHORD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT PURCHORD-OK
                   MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               WHEN NOT PO-OPEN
                   MOVE "REJECTED - PO NOT OPEN" TO REPORT-STATUS-WS
               WHEN PT-QUANTITY-ORDERED < PO-QUANTITY-INVOICED
                   MOVE "REJECTED - QTY < BILLED" TO REPORT-STATUS-WS
               WHEN OTHER
                   MOVE PT-ORDER-DATE TO PO-ORDER-DATE
                   MOVE PT-QUANTITY-ORDERED TO PO-QUANTITY-ORDERED
                   MOVE PT-UNIT-PRICE TO PO-UNIT-PRICE
                   IF PT-BUYER NOT = SPACES
                       MOVE PT-BUYER TO PO-BUYER
                   END-IF
                   REWRITE PURCHASE-ORDER-RECORD
                   IF PURCHORD-OK
                       ADD 1 TO TRAN-CHANGE-COUNT
                       MOVE "CHANGED" TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - CHANGE FAILED"
                           TO REPORT-STATUS-WS
                   END-IF
           END-EVALUATE.
           IF REPORT-STATUS-WS(1:8) = 'REJECTED'
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       520-CLOSE-ORDER.
      *
      *    A CLOSED ORDER TAKES NO MORE INVOICES - ANY STILL TO COME
      *    ARE HELD FOR PURCHASING BY THE POSTING RUN.
           MOVE PT-PO-KEY TO PO-KEY.
           READ PURCHORD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT PURCHORD-OK
                   MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               WHEN NOT PO-OPEN
                   MOVE "REJECTED - PO NOT OPEN" TO REPORT-STATUS-WS
               WHEN OTHER
                   SET PO-CLOSED TO TRUE
                   REWRITE PURCHASE-ORDER-RECORD
                   IF PURCHORD-OK
                       ADD 1 TO TRAN-CLOSE-COUNT
                       MOVE "CLOSED" TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - CLOSE FAILED"
                           TO REPORT-STATUS-WS
                   END-IF
           END-EVALUATE.
           IF REPORT-STATUS-WS(1:8) = 'REJECTED'
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       530-CANCEL-ORDER.
      *
      *    AN ORDER ALREADY BILLED AGAINST IS CLOSED, NOT CANCELLED,
      *    SO THE INVOICED QUANTITY STAYS ON AN ORDER OF RECORD.
           MOVE PT-PO-KEY TO PO-KEY.
           READ PURCHORD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT PURCHORD-OK
                   MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               WHEN PO-CANCELLED
                   MOVE "REJECTED - CANCELLED" TO REPORT-STATUS-WS
               WHEN PO-QUANTITY-INVOICED > ZERO
                   MOVE "REJECTED - INVOICED" TO REPORT-STATUS-WS
               WHEN OTHER
                   SET PO-CANCELLED TO TRUE
                   REWRITE PURCHASE-ORDER-RECORD
                   IF PURCHORD-OK
                       ADD 1 TO TRAN-CANCEL-COUNT
                       MOVE "CANCELLED" TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - CANCEL FAILED"
                           TO REPORT-STATUS-WS
                   END-IF
           END-EVALUATE.
           IF REPORT-STATUS-WS(1:8) = 'REJECTED'
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE PT-SUPPLR-NO TO RD-SUPPLR-NO.
           MOVE PT-PO-DATA(4:7) TO RD-WREHOUSE-NO.
           MOVE PT-PO-NUMBER TO RD-PO-NUMBER.
           IF PT-QUANTITY-ORDERED NUMERIC
               MOVE PT-QUANTITY-ORDERED TO RD-QUANTITY
           ELSE
               MOVE ZERO TO RD-QUANTITY
           END-IF.
           IF PT-UNIT-PRICE NUMERIC
               MOVE PT-UNIT-PRICE TO RD-UNIT-PRICE
           ELSE
               MOVE ZERO TO RD-UNIT-PRICE
           END-IF.
           MOVE PT-FUNCTION-CODE TO RD-FUNCTION.
           MOVE REPORT-STATUS-WS TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-ADD-COUNT    TO RT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RT-CHANGE-COUNT.
           MOVE TRAN-CLOSE-COUNT  TO RT-CLOSE-COUNT.
           MOVE TRAN-CANCEL-COUNT TO RT-CANCEL-COUNT.
           MOVE TRAN-ERROR-COUNT  TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE PURCHORD-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

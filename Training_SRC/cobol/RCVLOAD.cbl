      ******************************************************************
      * RCVLOAD                                                        *
      * Daily load of the warehouse dock receipts into the RECVFILE    *
      * receiving file.  Each receipt names the supplier, warehouse,   *
      * purchase order and quantity taken in; the run checks the       *
      * order is on PURCHORD and not cancelled, then adds the          *
      * quantity to the order's receiving record - creating it on the  *
      * first receipt - so SUPLPOST's three-way match always sees      *
      * everything received to date.  Receipts against an unknown or   *
      * cancelled order are rejected to the load register for the      *
      * receiving dock to correct.                                     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (RCVRPT & SYSOUT)                     *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVLOAD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE
               ASSIGN TO UT-S-RCVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVTRAN-ST.
           SELECT PURCHORD-FILE
               ASSIGN TO UT-S-PURCHORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHORD-ST.
           SELECT RECVFILE-FILE
               ASSIGN TO UT-S-RECVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-KEY
               FILE STATUS IS RECVFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DOCK-RECEIPT-RECORD.
           05  RX-SUPPLR-NO              PIC X(3).
           05  RX-WREHOUSE-NO            PIC 9(7).
           05  RX-PO-NUMBER              PIC X(10).
           05  RX-QUANTITY               PIC 9(7).
           05  RX-RECEIPT-DATE           PIC 9(8).
           05  FILLER                    PIC X(5).
      *
       FD  PURCHORD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PURCHORD.
      *
       FD  RECVFILE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RECVFILE.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  RCVTRAN-ST                 PIC X(2).
               88  RCVTRAN-OK                     VALUE '00'.
           05  PURCHORD-ST                PIC X(2).
               88  PURCHORD-OK                    VALUE '00'.
           05  RECVFILE-ST                PIC X(2).
               88  RECVFILE-OK                    VALUE '00'.
               88  RECVFILE-NOT-FOUND             VALUE '23'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RCVTRAN-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIPTS               VALUE 'Y'.
       01  LOAD-COUNTS-WS.
           05  RECEIPTS-READ-COUNT        PIC 9(5) VALUE ZERO.
           05  RECEIPTS-LOADED-COUNT      PIC 9(5) VALUE ZERO.
           05  ORDERS-STARTED-COUNT       PIC 9(5) VALUE ZERO.
           05  RECEIPTS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           05  QUANTITY-LOADED-TOTAL      PIC 9(9) VALUE ZERO.
       01  LOAD-STATUS-WS                 PIC X(30).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "RECEIVING LOAD REGISTER -".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  LOAD-DETAIL-LINE.
           05  LD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-PO-NUMBER      PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-RECEIPT-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-QUANTITY       PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-RECEIVED-TO-DATE PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-STATUS         PIC X(30).
       01  LOAD-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "RECEIPTS READ ".
           05  LT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  LOADED ".
           05  LT-LOADED         PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE "  ORDERS STARTED ".
           05  LT-STARTED        PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  REJECTED ".
           05  LT-REJECTED       PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  QUANTITY ".
           05  LT-QUANTITY       PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-RECEIPT UNTIL NO-MORE-RECEIPTS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'RCVLOAD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           PERFORM 400-READ-RECEIPT.
      *
       200-LOAD-RECEIPT.
      *
           ADD 1 TO RECEIPTS-READ-COUNT.
           MOVE SPACES TO LOAD-STATUS-WS.
           MOVE ZERO TO RR-QUANTITY-RECEIVED.
           PERFORM 450-EDIT-RECEIPT.
           IF LOAD-STATUS-WS = SPACES
               PERFORM 500-APPLY-RECEIPT
           ELSE
               ADD 1 TO RECEIPTS-REJECTED-COUNT
           END-IF.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-RECEIPT.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT RECEIPT-FILE.
           IF NOT RCVTRAN-OK
               DISPLAY 'DOCK RECEIPT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DOCK RECEIPT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RCVTRAN' TO EL-FILE-NAME
               MOVE RCVTRAN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PURCHORD-FILE.
           IF NOT PURCHORD-OK
               DISPLAY 'PURCHASE ORDER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PURCHASE ORDER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PURCHORD' TO EL-FILE-NAME
               MOVE PURCHORD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O RECVFILE-FILE.
           IF NOT RECVFILE-OK
               DISPLAY 'RECEIVING FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVING FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECVFILE' TO EL-FILE-NAME
               MOVE RECVFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'RECEIVING LOAD REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVING LOAD REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-RECEIPT.
      *
           READ RECEIPT-FILE
               AT END
                   SET NO-MORE-RECEIPTS TO TRUE
           END-READ.
      *
       450-EDIT-RECEIPT.
      *
      *    GOODS ARRIVING AFTER AN ORDER IS CLOSED ARE STILL GOODS
      *    RECEIVED; ONLY A CANCELLED ORDER TURNS A RECEIPT AWAY.
           EVALUATE TRUE
               WHEN RX-WREHOUSE-NO NOT NUMERIC
                   MOVE 'REJECTED - BAD WAREHOUSE' TO LOAD-STATUS-WS
               WHEN RX-QUANTITY NOT NUMERIC
                   OR RX-QUANTITY = ZERO
                   MOVE 'REJECTED - BAD QUANTITY' TO LOAD-STATUS-WS
               WHEN RX-RECEIPT-DATE NOT NUMERIC
                   MOVE 'REJECTED - BAD RECEIPT DATE'
                       TO LOAD-STATUS-WS
               WHEN OTHER
                   MOVE RX-SUPPLR-NO TO PO-SUPPLR-NO
                   MOVE RX-WREHOUSE-NO TO PO-WREHOUSE-NO
                   MOVE RX-PO-NUMBER TO PO-NUMBER
                   READ PURCHORD-FILE
                       INVALID KEY
                           MOVE 'REJECTED - PO NOT ON FILE'
                               TO LOAD-STATUS-WS
                       NOT INVALID KEY
                           IF PO-CANCELLED
                               MOVE 'REJECTED - PO CANCELLED'
                                   TO LOAD-STATUS-WS
                           END-IF
                   END-READ
           END-EVALUATE.
      *
       500-APPLY-RECEIPT.
      *
           MOVE RX-SUPPLR-NO TO RR-SUPPLR-NO.
           MOVE RX-WREHOUSE-NO TO RR-WREHOUSE-NO.
           MOVE RX-PO-NUMBER TO RR-PO-NUMBER.
           READ RECVFILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF RECVFILE-NOT-FOUND
               MOVE SPACES TO RECEIVING-RECORD
               MOVE RX-SUPPLR-NO TO RR-SUPPLR-NO
               MOVE RX-WREHOUSE-NO TO RR-WREHOUSE-NO
               MOVE RX-PO-NUMBER TO RR-PO-NUMBER
               MOVE RX-QUANTITY TO RR-QUANTITY-RECEIVED
               MOVE RX-RECEIPT-DATE TO RR-FIRST-RECEIPT-DATE
               MOVE RX-RECEIPT-DATE TO RR-LAST-RECEIPT-DATE
               MOVE 1 TO RR-RECEIPT-COUNT
               WRITE RECEIVING-RECORD
               ADD 1 TO ORDERS-STARTED-COUNT
               MOVE 'LOADED - FIRST RECEIPT' TO LOAD-STATUS-WS
           ELSE
               IF RECVFILE-OK
                   ADD RX-QUANTITY TO RR-QUANTITY-RECEIVED
                   IF RX-RECEIPT-DATE > RR-LAST-RECEIPT-DATE
                       MOVE RX-RECEIPT-DATE TO RR-LAST-RECEIPT-DATE
                   END-IF
                   ADD 1 TO RR-RECEIPT-COUNT
                   REWRITE RECEIVING-RECORD
                   MOVE 'LOADED' TO LOAD-STATUS-WS
               END-IF
           END-IF.
           IF NOT RECVFILE-OK
               DISPLAY 'RECEIVING FILE UPDATE PROBLEM'
               MOVE '500-APPLY-RECEIPT'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVING FILE UPDATE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECVFILE' TO EL-FILE-NAME
               MOVE RECVFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO RECEIPTS-LOADED-COUNT.
           ADD RX-QUANTITY TO QUANTITY-LOADED-TOTAL.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE RX-SUPPLR-NO TO LD-SUPPLR-NO.
           MOVE RX-WREHOUSE-NO TO LD-WREHOUSE-NO.
           MOVE RX-PO-NUMBER TO LD-PO-NUMBER.
           MOVE RX-RECEIPT-DATE TO LD-RECEIPT-DATE.
           MOVE RX-QUANTITY TO LD-QUANTITY.
           MOVE RR-QUANTITY-RECEIVED TO LD-RECEIVED-TO-DATE.
           MOVE LOAD-STATUS-WS TO LD-STATUS.
           WRITE PRINT-LINE FROM LOAD-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE RECEIPTS-READ-COUNT     TO LT-READ.
           MOVE RECEIPTS-LOADED-COUNT   TO LT-LOADED.
           MOVE ORDERS-STARTED-COUNT    TO LT-STARTED.
           MOVE RECEIPTS-REJECTED-COUNT TO LT-REJECTED.
           MOVE QUANTITY-LOADED-TOTAL   TO LT-QUANTITY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM LOAD-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RECEIPT-FILE, PURCHORD-FILE, RECVFILE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * LBXLOAD                                                        *
      * Bank lockbox premium loader.  Reads the bank's daily lockbox   *
      * transmission (LOCKBOX.cpy), proves its envelope through        *
      * ENVCHK and each deposit batch against the bank's batch total,  *
      * and matches every check to the receivables: by the coupon's    *
      * PI-INVOICE-NO when the scan line was read, by the policy       *
      * number the bank keyed when it was not, and to an employer      *
      * group when the coupon is a GRPINV list bill.  An item that     *
      * covers an open (or lapsed-off) invoice goes out on the PREMPMT *
      * payment input in PREMPAY's own enveloped layout, replacing the *
      * daily rekeying; an item that cannot be identified, is short of *
      * its invoice, or names an invoice already settled is added to   *
      * the PREMSUSP cash suspense PREMPAY reads back in, carrying the *
      * bank's item reference so it can be reapplied later.            *
      * The deposit itself goes to GLPOST on the GLFEED layout - cash  *
      * debited against premium for the applied items and against the  *
      * premium cash-suspense account for the rest - so the book side  *
      * of BNKRECON carries what the bank credited.                    *
      *                                                                *
      * The deposit must tie - the batch totals the bank deposited     *
      * against the applied plus suspended items.  When it does not,   *
      * nothing is written, the register shows the difference and the  *
      * run ends RETURN-CODE 8 so the scheduler holds the cycle.       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (LBXLRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXLOAD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
               ASSIGN TO UT-S-LOCKBOX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-ST.
           SELECT INVOICE-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-ST.
           SELECT GRPINV-FILE
               ASSIGN TO UT-S-GRPINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRPINV-ST.
           SELECT PAYMENT-FILE
               ASSIGN TO UT-S-PREMPMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYMENT-ST.
           SELECT SUSPENSE-FILE
               ASSIGN TO UT-S-SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO LBXLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOCKBOX.
      *
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  GRPINV-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY GRPINV.
      *
      * PREMPAY'S PAYMENT INPUT, WRAPPED IN THE STANDARD ENVELOPE
      * PREMPAY PROVES ON THE WAY IN.
       FD  PAYMENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PREMIUM-PAYMENT-RECORD.
           05  PP-POLICY-NO              PIC 9(7).
           05  PP-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  PP-PAYMENT-DATE           PIC 9(8).
           05  PP-GROUP-NO               PIC X(6).
      *
      * THE CASH-SUSPENSE GENERATION PREMPAY READS BACK IN THIS
      * CYCLE - LOCKBOX ITEMS THAT CANNOT BE APPLIED ARE ADDED TO IT.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY PREMSUSP.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
      *
      * INTERFACE-ENVELOPE VALIDATION STATE - SEE ENVCKCOB.cpy.
       01  ENVELOPE-STATE-WS.
           05  ENV-TRAILER-SEEN-WS        PIC X(1)  VALUE 'N'.
               88  ENV-TRAILER-SEEN               VALUE 'Y'.
           COPY ENVCKCOB.
       01  PROGRAM-SWITCHES.
           05  LOCKBOX-ST                 PIC X(2).
               88  LOCKBOX-OK                     VALUE '00'.
           05  INVOICE-ST                 PIC X(2).
               88  INVOICE-OK                     VALUE '00'.
           05  GRPINV-ST                  PIC X(2).
               88  GRPINV-OK                      VALUE '00'.
           05  PAYMENT-ST                 PIC X(2).
               88  PAYMENT-OK                     VALUE '00'.
           05  SUSPENSE-ST                PIC X(2).
               88  SUSPENSE-OK                    VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LOCKBOX-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOCKBOX                 VALUE 'Y'.
           05  INVOICE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES                VALUE 'Y'.
           05  GRPINV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-GROUP-INVOICES          VALUE 'Y'.
           05  GRPINV-AVAILABLE-WS        PIC X(1)  VALUE 'Y'.
               88  GRPINV-AVAILABLE                VALUE 'Y'.
           05  BATCH-OPEN-WS              PIC X(1)  VALUE 'N'.
               88  BATCH-OPEN                      VALUE 'Y'.
           05  DEPOSIT-TIES-WS            PIC X(1)  VALUE 'Y'.
               88  DEPOSIT-TIES                    VALUE 'Y'.
      *
      * THE DAY'S LOCKBOX ITEMS, HELD SO ONE PASS OF EACH
      * RECEIVABLE FILE MATCHES THEM ALL AND NOTHING IS WRITTEN
      * UNTIL THE DEPOSIT IS KNOWN TO TIE.
       01  ITEM-TABLE-WS.
           05  ITEM-COUNT                 PIC 9(4) VALUE ZERO.
           05  ITEM-ENTRY OCCURS 3000.
               10  IT-BATCH-NO            PIC 9(5).
               10  IT-SEQ-NO              PIC 9(5).
               10  IT-ITEM-REF            PIC X(15).
               10  IT-AMOUNT              PIC 9(7)V99.
               10  IT-DEPOSIT-DATE        PIC 9(8).
               10  IT-SCAN-INVOICE-NO     PIC 9(9).
               10  IT-KEYED-POLICY-NO     PIC 9(7).
      *            THE INVOICE THE SCAN LINE NAMED, IF ON FILE.
               10  IT-INV-FOUND-WS        PIC X(1).
                   88  IT-INV-FOUND               VALUE 'Y'.
               10  IT-INV-POLICY-NO       PIC 9(7).
               10  IT-INV-PREMIUM         PIC 9(7)V99.
               10  IT-INV-STATUS          PIC X(1).
                   88  IT-INV-PAYABLE             VALUE 'O' 'L'.
      *            THE KEYED POLICY'S OLDEST PAYABLE INVOICE.
               10  IT-POL-FOUND-WS        PIC X(1).
                   88  IT-POL-FOUND               VALUE 'Y'.
               10  IT-POL-INVOICE-NO      PIC 9(9).
               10  IT-POL-PREMIUM         PIC 9(7)V99.
      *            THE EMPLOYER GROUP WHOSE LIST BILL IT PAYS.
               10  IT-GROUP-NO            PIC X(6).
               10  IT-MATCH-POLICY-NO     PIC 9(7).
               10  IT-MATCH-INVOICE-NO    PIC 9(9).
               10  IT-DISPOSITION         PIC X(1).
                   88  IT-APPLIED                 VALUE 'A'.
                   88  IT-SUSPENDED               VALUE 'S'.
               10  IT-REASON              PIC X(24).
       01  IT-SUB                         PIC 9(4).
       01  BATCH-WORK-WS.
           05  CURRENT-BATCH-NO-WS        PIC 9(5).
           05  CURRENT-DEPOSIT-DATE-WS    PIC 9(8).
           05  BATCH-EXPECTED-COUNT-WS    PIC 9(5).
           05  BATCH-EXPECTED-TOTAL-WS    PIC 9(9)V99.
           05  BATCH-ITEM-COUNT-WS        PIC 9(5).
           05  BATCH-ITEM-TOTAL-WS        PIC 9(9)V99.
       01  LOCKBOX-TOTALS-WS.
           05  BATCH-COUNT                PIC 9(5) VALUE ZERO.
           05  BATCH-ERROR-COUNT          PIC 9(5) VALUE ZERO.
           05  DEPOSIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  ITEMS-TOTAL                PIC S9(11)V99 VALUE ZERO.
           05  APPLIED-COUNT              PIC 9(5) VALUE ZERO.
           05  APPLIED-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  SUSPENDED-COUNT            PIC 9(5) VALUE ZERO.
           05  SUSPENDED-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  TIE-DIFFERENCE             PIC S9(11)V99 VALUE ZERO.
           05  PAYMENT-OUT-COUNT          PIC 9(9) VALUE ZERO.
           05  PAYMENT-OUT-HASH           PIC 9(13)V99 VALUE ZERO.
       01  PAYMENT-HEADER-WS.
           05  PH-RECORD-TYPE             PIC X(1)  VALUE 'H'.
           05  PH-SOURCE                  PIC X(8)  VALUE 'LOCKBOX'.
           05  PH-BUSINESS-DATE           PIC 9(8).
           05  FILLER                     PIC X(13) VALUE SPACES.
       01  PAYMENT-TRAILER-WS.
           05  PT-RECORD-TYPE             PIC X(1)  VALUE 'T'.
           05  PT-RECORD-COUNT            PIC 9(9).
           05  PT-AMOUNT-HASH             PIC 9(13)V99.
           05  FILLER                     PIC X(5)  VALUE SPACES.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "LOCKBOX PREMIUM DEPOSIT REGISTER".
           05  FILLER            PIC X(3)  VALUE " - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  BATCH-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "BATCH".
           05  FILLER            PIC X(12) VALUE "DEPOSITED".
           05  FILLER            PIC X(17) VALUE "  ITEMS EXPECTED".
           05  FILLER            PIC X(17) VALUE "   BATCH TOTAL".
           05  FILLER            PIC X(11) VALUE "  RECEIVED".
           05  FILLER            PIC X(17) VALUE "     ITEMS TOTAL".
       01  BATCH-DETAIL-LINE.
           05  BL-BATCH-NO       PIC 9(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  BL-DEPOSIT-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  BL-EXPECTED-COUNT PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BL-EXPECTED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  BL-ITEM-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BL-ITEM-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BL-STATUS         PIC X(20).
       01  ITEM-HEADING-LINE.
           05  FILLER            PIC X(13) VALUE "BATCH-ITEM".
           05  FILLER            PIC X(17) VALUE "BANK REFERENCE".
           05  FILLER            PIC X(13) VALUE "       AMOUNT".
           05  FILLER            PIC X(12) VALUE "   INVOICE".
           05  FILLER            PIC X(9)  VALUE " POLICY".
           05  FILLER            PIC X(8)  VALUE " GROUP".
           05  FILLER            PIC X(11) VALUE "DISPOSITION".
       01  ITEM-DETAIL-LINE.
           05  IL-BATCH-NO       PIC 9(5).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  IL-SEQ-NO         PIC 9(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-ITEM-REF       PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-INVOICE-NO     PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-GROUP-NO       PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-DISPOSITION    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  IL-REASON         PIC X(24).
       01  TOTALS-LINE.
           05  TL-LABEL          PIC X(34).
           05  TL-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
       01  TIE-STATUS-LINE.
           05  FILLER            PIC X(10) VALUE "DEPOSIT - ".
           05  TS-STATUS         PIC X(60).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-LOCKBOX THRU 200-LOAD-LOCKBOX-X
               UNTIL NO-MORE-LOCKBOX.
           IF NOT ENV-TRAILER-SEEN
               DISPLAY 'LBXLOAD: TRANSMISSION ENDED WITHOUT A '
                   'TRAILER - REJECTED'
               MOVE '000-MAINLINE' TO EL-PARAGRAPH
               MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           PERFORM 250-MATCH-INVOICE UNTIL NO-MORE-INVOICES.
           IF GRPINV-AVAILABLE
               PERFORM 270-MATCH-GROUP-INVOICE
                   UNTIL NO-MORE-GROUP-INVOICES
           END-IF.
           PERFORM 500-DISPOSE-ITEM
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           PERFORM 550-PROVE-THE-DEPOSIT.
           IF DEPOSIT-TIES
               PERFORM 600-WRITE-OUTPUTS
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           IF NOT DEPOSIT-TIES
      *        THE SCHEDULER'S COND TEST HOLDS THE CYCLE.
               DISPLAY 'LBXLOAD: DEPOSIT DOES NOT TIE - CYCLE HELD'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LBXLOAD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, PH-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BATCH-HEADING-LINE.
           PERFORM 400-READ-LOCKBOX.
           PERFORM 410-READ-INVOICE.
           IF GRPINV-AVAILABLE
               PERFORM 420-READ-GROUP-INVOICE
           END-IF.
      *
       200-LOAD-LOCKBOX.
      *
           EVALUATE TRUE
               WHEN LX-ENVELOPE-HEADER
                   SET EV-CHECK-HEADER TO TRUE
                   MOVE LOCKBOX-RECORD TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
               WHEN LX-ENVELOPE-TRAILER
                   PERFORM 220-CLOSE-BATCH
                   SET EV-CHECK-TRAILER TO TRUE
                   MOVE LOCKBOX-RECORD TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   MOVE 'Y' TO ENV-TRAILER-SEEN-WS
               WHEN LX-BATCH-HEADER
                   SET EV-COUNT-DETAIL TO TRUE
                   MOVE SPACES TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   PERFORM 220-CLOSE-BATCH
                   PERFORM 210-OPEN-BATCH
               WHEN LX-ITEM
                   SET EV-COUNT-DETAIL TO TRUE
                   MOVE SPACES TO EV-RECORD-IMAGE
                   MOVE LX-ITEM-AMOUNT TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   PERFORM 230-LOAD-ITEM
               WHEN OTHER
                   DISPLAY 'LBXLOAD: UNKNOWN LOCKBOX RECORD TYPE '
                       LX-RECORD-TYPE
                   MOVE '200-LOAD-LOCKBOX' TO EL-PARAGRAPH
                   MOVE 'UNKNOWN LOCKBOX RECORD TYPE'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-EVALUATE.
           PERFORM 400-READ-LOCKBOX.
       200-LOAD-LOCKBOX-X.
           EXIT.
      *
       210-OPEN-BATCH.
      *
           MOVE 'Y' TO BATCH-OPEN-WS.
           ADD 1 TO BATCH-COUNT.
           MOVE LX-BATCH-NO TO CURRENT-BATCH-NO-WS.
           MOVE LX-DEPOSIT-DATE TO CURRENT-DEPOSIT-DATE-WS.
           MOVE LX-BATCH-ITEM-COUNT TO BATCH-EXPECTED-COUNT-WS.
           MOVE LX-BATCH-TOTAL TO BATCH-EXPECTED-TOTAL-WS.
           MOVE ZERO TO BATCH-ITEM-COUNT-WS, BATCH-ITEM-TOTAL-WS.
           ADD LX-BATCH-TOTAL TO DEPOSIT-TOTAL.
      *
       220-CLOSE-BATCH.
      *
      *    EVERY BATCH IS PROVED AGAINST THE BANK'S OWN COUNT AND
      *    DEPOSIT; A BATCH THAT DOES NOT PROVE IS ON THE REGISTER
      *    AND WILL KEEP THE DEPOSIT FROM TYING.
           IF BATCH-OPEN
               MOVE CURRENT-BATCH-NO-WS TO BL-BATCH-NO
               MOVE CURRENT-DEPOSIT-DATE-WS TO BL-DEPOSIT-DATE
               MOVE BATCH-EXPECTED-COUNT-WS TO BL-EXPECTED-COUNT
               MOVE BATCH-EXPECTED-TOTAL-WS TO BL-EXPECTED-TOTAL
               MOVE BATCH-ITEM-COUNT-WS TO BL-ITEM-COUNT
               MOVE BATCH-ITEM-TOTAL-WS TO BL-ITEM-TOTAL
               IF BATCH-ITEM-COUNT-WS = BATCH-EXPECTED-COUNT-WS
                   AND BATCH-ITEM-TOTAL-WS = BATCH-EXPECTED-TOTAL-WS
                   MOVE 'PROVED' TO BL-STATUS
               ELSE
                   ADD 1 TO BATCH-ERROR-COUNT
                   MOVE 'OUT OF BALANCE' TO BL-STATUS
               END-IF
               WRITE PRINT-LINE FROM BATCH-DETAIL-LINE
               MOVE 'N' TO BATCH-OPEN-WS
           END-IF.
      *
       230-LOAD-ITEM.
      *
           IF NOT BATCH-OPEN
               OR LX-ITEM-BATCH-NO NOT = CURRENT-BATCH-NO-WS
               DISPLAY 'LBXLOAD: ITEM ' LX-ITEM-BATCH-NO '-'
                   LX-ITEM-SEQ-NO ' OUTSIDE ITS BATCH'
               MOVE '230-LOAD-ITEM' TO EL-PARAGRAPH
               MOVE 'LOCKBOX ITEM OUTSIDE ITS BATCH'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           IF ITEM-COUNT >= 3000
               DISPLAY 'LBXLOAD: ITEM TABLE OVERFLOW'
               MOVE '230-LOAD-ITEM' TO EL-PARAGRAPH
               MOVE 'LBXLOAD: ITEM TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO ITEM-COUNT, BATCH-ITEM-COUNT-WS.
           ADD LX-ITEM-AMOUNT TO BATCH-ITEM-TOTAL-WS, ITEMS-TOTAL.
           MOVE ITEM-COUNT TO IT-SUB.
           MOVE LX-ITEM-BATCH-NO TO IT-BATCH-NO(IT-SUB).
           MOVE LX-ITEM-SEQ-NO TO IT-SEQ-NO(IT-SUB).
           MOVE LX-ITEM-REF TO IT-ITEM-REF(IT-SUB).
           MOVE LX-ITEM-AMOUNT TO IT-AMOUNT(IT-SUB).
           MOVE CURRENT-DEPOSIT-DATE-WS TO IT-DEPOSIT-DATE(IT-SUB).
      *    AN UNREADABLE SCAN LINE, OR ONE THAT READ AS GARBAGE,
      *    LEAVES ONLY THE KEYED POLICY TO GO ON.
           IF LX-SCAN-READ AND LX-SCAN-INVOICE-NO NUMERIC
               MOVE LX-SCAN-INVOICE-NO TO IT-SCAN-INVOICE-NO(IT-SUB)
           ELSE
               MOVE ZERO TO IT-SCAN-INVOICE-NO(IT-SUB)
           END-IF.
           IF LX-KEYED-POLICY-NO NUMERIC
               MOVE LX-KEYED-POLICY-NO TO IT-KEYED-POLICY-NO(IT-SUB)
           ELSE
               MOVE ZERO TO IT-KEYED-POLICY-NO(IT-SUB)
           END-IF.
           MOVE 'N' TO IT-INV-FOUND-WS(IT-SUB), IT-POL-FOUND-WS(IT-SUB).
           MOVE ZERO TO IT-INV-POLICY-NO(IT-SUB),
               IT-INV-PREMIUM(IT-SUB), IT-POL-INVOICE-NO(IT-SUB),
               IT-POL-PREMIUM(IT-SUB), IT-MATCH-POLICY-NO(IT-SUB),
               IT-MATCH-INVOICE-NO(IT-SUB).
           MOVE SPACES TO IT-INV-STATUS(IT-SUB), IT-GROUP-NO(IT-SUB),
               IT-DISPOSITION(IT-SUB), IT-REASON(IT-SUB).
      *
       250-MATCH-INVOICE.
      *
           PERFORM 255-MATCH-ITEM-TO-INVOICE
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           PERFORM 410-READ-INVOICE.
      *
       255-MATCH-ITEM-TO-INVOICE.
      *
           IF IT-SCAN-INVOICE-NO(IT-SUB) = PI-INVOICE-NO
               MOVE 'Y' TO IT-INV-FOUND-WS(IT-SUB)
               MOVE PI-POLICY-NO TO IT-INV-POLICY-NO(IT-SUB)
               MOVE PI-PREMIUM-AMOUNT TO IT-INV-PREMIUM(IT-SUB)
               MOVE PI-STATUS TO IT-INV-STATUS(IT-SUB)
           END-IF.
      *    THE RECEIVABLE FILE RUNS OLDEST INVOICE FIRST, SO THE
      *    FIRST PAYABLE ONE FOUND FOR THE POLICY IS THE OLDEST.
           IF IT-KEYED-POLICY-NO(IT-SUB) = PI-POLICY-NO
               AND NOT IT-POL-FOUND(IT-SUB)
               AND (PI-OPEN OR PI-LAPSED-OFF)
               MOVE 'Y' TO IT-POL-FOUND-WS(IT-SUB)
               MOVE PI-INVOICE-NO TO IT-POL-INVOICE-NO(IT-SUB)
               MOVE PI-PREMIUM-AMOUNT TO IT-POL-PREMIUM(IT-SUB)
           END-IF.
      *
       260-REJECT-THE-TRANSMISSION.
      *
      *    A BAD ENVELOPE IS A HARD REJECTION - THE REASON GOES TO
      *    THE REGISTER AND NOTHING IS PROCESSED.
           EVALUATE TRUE
               WHEN EV-DATE-MISMATCH
                   DISPLAY 'LBXLOAD: TRANSMISSION MISDATED - REJECTED'
               WHEN EV-COUNT-MISMATCH
                   DISPLAY 'LBXLOAD: TRANSMISSION TRUNCATED - '
                       'TRAILER ' EV-EXPECTED-COUNT
                       ' RECEIVED ' EV-ACTUAL-COUNT
               WHEN EV-HASH-MISMATCH
                   DISPLAY 'LBXLOAD: TRANSMISSION AMOUNTS OUT OF '
                       'BALANCE - REJECTED'
               WHEN OTHER
                   DISPLAY 'LBXLOAD: TRANSMISSION ENVELOPE OUT OF '
                       'SEQUENCE - REJECTED'
           END-EVALUATE.
           MOVE '260-REJECT-THE-TRANSMISSION' TO EL-PARAGRAPH.
           MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
              TO EL-ERROR-MESSAGE.
           GO TO 999-ERROR-RTN.
      *
       270-MATCH-GROUP-INVOICE.
      *
           PERFORM 275-MATCH-ITEM-TO-GROUP
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           PERFORM 420-READ-GROUP-INVOICE.
      *
       275-MATCH-ITEM-TO-GROUP.
      *
           IF IT-SCAN-INVOICE-NO(IT-SUB) = GI-GROUP-INVOICE-NO
               MOVE GI-GROUP-NO TO IT-GROUP-NO(IT-SUB)
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT LOCKBOX-FILE.
           IF NOT LOCKBOX-OK
               DISPLAY 'LOCKBOX FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOCKBOX FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOCKBOX' TO EL-FILE-NAME
               MOVE LOCKBOX-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT INVOICE-FILE.
           IF NOT INVOICE-OK
               DISPLAY 'PREMIUM INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PREMINV' TO EL-FILE-NAME
               MOVE INVOICE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    NO GROUP INVOICES YET MEANS NO LIST-BILL COUPONS TO MATCH.
           OPEN INPUT GRPINV-FILE.
           IF NOT GRPINV-OK
               DISPLAY 'LBXLOAD: NO GROUP INVOICE FILE - '
                   'LIST-BILL COUPONS NOT MATCHED'
               MOVE 'N' TO GRPINV-AVAILABLE-WS
           END-IF.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'LOCKBOX REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOCKBOX REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-LOCKBOX.
      *
           READ LOCKBOX-FILE
               AT END
                   SET NO-MORE-LOCKBOX TO TRUE
           END-READ.
      *
       410-READ-INVOICE.
      *
           READ INVOICE-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
           END-READ.
      *
       420-READ-GROUP-INVOICE.
      *
           READ GRPINV-FILE
               AT END
                   SET NO-MORE-GROUP-INVOICES TO TRUE
           END-READ.
      *
       500-DISPOSE-ITEM.
      *
      *    AN INVOICE IS NEVER PART PAID FROM THE LOCKBOX - SHORT
      *    MONEY WAITS IN SUSPENSE UNDER THE POLICY.  A GROUP'S
      *    LIST-BILL CHECK GOES THROUGH WHOLE; PREMPAY SPREADS IT
      *    OVER THE MEMBERS AND REPORTS ANY SHORTFALL ITSELF.
           EVALUATE TRUE
           WHEN IT-GROUP-NO(IT-SUB) NOT = SPACES
               SET IT-APPLIED(IT-SUB) TO TRUE
               MOVE 'GROUP LIST BILL' TO IT-REASON(IT-SUB)
               MOVE IT-SCAN-INVOICE-NO(IT-SUB)
                   TO IT-MATCH-INVOICE-NO(IT-SUB)
           WHEN IT-INV-FOUND(IT-SUB)
               MOVE IT-INV-POLICY-NO(IT-SUB)
                   TO IT-MATCH-POLICY-NO(IT-SUB)
               MOVE IT-SCAN-INVOICE-NO(IT-SUB)
                   TO IT-MATCH-INVOICE-NO(IT-SUB)
               EVALUATE TRUE
               WHEN NOT IT-INV-PAYABLE(IT-SUB)
                   SET IT-SUSPENDED(IT-SUB) TO TRUE
                   MOVE 'INVOICE ALREADY SETTLED' TO IT-REASON(IT-SUB)
               WHEN IT-AMOUNT(IT-SUB) < IT-INV-PREMIUM(IT-SUB)
                   SET IT-SUSPENDED(IT-SUB) TO TRUE
                   MOVE 'PARTIAL PAYMENT' TO IT-REASON(IT-SUB)
               WHEN OTHER
                   SET IT-APPLIED(IT-SUB) TO TRUE
                   MOVE 'MATCHED ON INVOICE' TO IT-REASON(IT-SUB)
               END-EVALUATE
           WHEN IT-POL-FOUND(IT-SUB)
               MOVE IT-KEYED-POLICY-NO(IT-SUB)
                   TO IT-MATCH-POLICY-NO(IT-SUB)
               MOVE IT-POL-INVOICE-NO(IT-SUB)
                   TO IT-MATCH-INVOICE-NO(IT-SUB)
               IF IT-AMOUNT(IT-SUB) < IT-POL-PREMIUM(IT-SUB)
                   SET IT-SUSPENDED(IT-SUB) TO TRUE
                   MOVE 'PARTIAL PAYMENT' TO IT-REASON(IT-SUB)
               ELSE
                   SET IT-APPLIED(IT-SUB) TO TRUE
                   MOVE 'MATCHED ON POLICY' TO IT-REASON(IT-SUB)
               END-IF
           WHEN OTHER
               SET IT-SUSPENDED(IT-SUB) TO TRUE
               MOVE 'UNIDENTIFIED' TO IT-REASON(IT-SUB)
           END-EVALUATE.
           IF IT-APPLIED(IT-SUB)
               ADD 1 TO APPLIED-COUNT
               ADD IT-AMOUNT(IT-SUB) TO APPLIED-TOTAL
           ELSE
               ADD 1 TO SUSPENDED-COUNT
               ADD IT-AMOUNT(IT-SUB) TO SUSPENDED-TOTAL
           END-IF.
      *
       550-PROVE-THE-DEPOSIT.
      *
      *    WHAT THE BANK DEPOSITED MUST EQUAL WHAT IS APPLIED PLUS
      *    WHAT IS SUSPENDED, AND EVERY BATCH MUST PROVE.
           COMPUTE TIE-DIFFERENCE =
               DEPOSIT-TOTAL - APPLIED-TOTAL - SUSPENDED-TOTAL.
           IF TIE-DIFFERENCE NOT = ZERO OR BATCH-ERROR-COUNT > ZERO
               MOVE 'N' TO DEPOSIT-TIES-WS
           END-IF.
      *
       600-WRITE-OUTPUTS.
      *
           OPEN OUTPUT PAYMENT-FILE.
           IF NOT PAYMENT-OK
               DISPLAY 'PREMIUM PAYMENT FILE OPEN PROBLEM'
               MOVE '600-WRITE-OUTPUTS'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM PAYMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PREMPMT' TO EL-FILE-NAME
               MOVE PAYMENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSE-OK
               DISPLAY 'SUSPENSE FILE OPEN PROBLEM'
               MOVE '600-WRITE-OUTPUTS'
                  TO EL-PARAGRAPH
               MOVE 'SUSPENSE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUSPIN' TO EL-FILE-NAME
               MOVE SUSPENSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           WRITE PREMIUM-PAYMENT-RECORD FROM PAYMENT-HEADER-WS.
           PERFORM 610-WRITE-ITEM
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           MOVE PAYMENT-OUT-COUNT TO PT-RECORD-COUNT.
           MOVE PAYMENT-OUT-HASH TO PT-AMOUNT-HASH.
           WRITE PREMIUM-PAYMENT-RECORD FROM PAYMENT-TRAILER-WS.
           IF NOT PAYMENT-OK
               DISPLAY 'PREMIUM PAYMENT FILE WRITE PROBLEM'
               MOVE '600-WRITE-OUTPUTS'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM PAYMENT FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PREMPMT' TO EL-FILE-NAME
               MOVE PAYMENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           CLOSE PAYMENT-FILE, SUSPENSE-FILE.
           PERFORM 620-WRITE-GL-FEED.
      *
       610-WRITE-ITEM.
      *
           IF IT-APPLIED(IT-SUB)
               MOVE SPACES TO PREMIUM-PAYMENT-RECORD
               MOVE IT-MATCH-POLICY-NO(IT-SUB) TO PP-POLICY-NO
               MOVE IT-AMOUNT(IT-SUB) TO PP-PAYMENT-AMOUNT
               MOVE IT-DEPOSIT-DATE(IT-SUB) TO PP-PAYMENT-DATE
               MOVE IT-GROUP-NO(IT-SUB) TO PP-GROUP-NO
               WRITE PREMIUM-PAYMENT-RECORD
               IF NOT PAYMENT-OK
                   DISPLAY 'PREMIUM PAYMENT FILE WRITE PROBLEM'
                   MOVE '610-WRITE-ITEM'
                      TO EL-PARAGRAPH
                   MOVE 'PREMIUM PAYMENT FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'PREMPMT' TO EL-FILE-NAME
                   MOVE PAYMENT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO PAYMENT-OUT-COUNT
               ADD IT-AMOUNT(IT-SUB) TO PAYMENT-OUT-HASH
           ELSE
               MOVE SPACES TO PREMIUM-SUSPENSE-RECORD
               MOVE IT-MATCH-POLICY-NO(IT-SUB) TO SP-POLICY-NO
               MOVE IT-AMOUNT(IT-SUB) TO SP-PAYMENT-AMOUNT
               MOVE IT-DEPOSIT-DATE(IT-SUB) TO SP-RECEIVED-DATE
               MOVE IT-ITEM-REF(IT-SUB) TO SP-ITEM-REF
               WRITE PREMIUM-SUSPENSE-RECORD
               IF NOT SUSPENSE-OK
                   DISPLAY 'SUSPENSE FILE WRITE PROBLEM'
                   MOVE '610-WRITE-ITEM'
                      TO EL-PARAGRAPH
                   MOVE 'SUSPENSE FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'SUSPIN' TO EL-FILE-NAME
                   MOVE SUSPENSE-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       620-WRITE-GL-FEED.
      *
      *    THE BANK CREDITS THE WHOLE DEPOSIT TO THE ACCOUNT, SO THE
      *    WHOLE DEPOSIT IS DEBITED TO CASH - APPLIED ITEMS AGAINST
      *    PREMIUM, SUSPENDED ITEMS AGAINST PREMIUM CASH SUSPENSE.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '620-WRITE-GL-FEED'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF APPLIED-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOCKBOX' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PREMREV ' TO GF-CREDIT-ACCOUNT
               MOVE APPLIED-TOTAL TO GF-AMOUNT
               MOVE 'LOCKBOX PREMIUM APPLIED' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
           IF SUSPENDED-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOCKBOX' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PREMSUSP' TO GF-CREDIT-ACCOUNT
               MOVE SUSPENDED-TOTAL TO GF-AMOUNT
               MOVE 'LOCKBOX CASH SUSPENDED' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE WRITE PROBLEM'
               MOVE '620-WRITE-GL-FEED'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           CLOSE GL-FEED-FILE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM ITEM-HEADING-LINE.
           PERFORM 710-WRITE-ITEM-LINE
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'BATCHES DEPOSITED' TO TL-LABEL.
           MOVE BATCH-COUNT TO TL-COUNT.
           MOVE DEPOSIT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'ITEMS RECEIVED' TO TL-LABEL.
           MOVE ITEM-COUNT TO TL-COUNT.
           MOVE ITEMS-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE '  APPLIED TO PREMPAY INPUT' TO TL-LABEL.
           MOVE APPLIED-COUNT TO TL-COUNT.
           MOVE APPLIED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE '  TO CASH SUSPENSE' TO TL-LABEL.
           MOVE SUSPENDED-COUNT TO TL-COUNT.
           MOVE SUSPENDED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'DEPOSIT LESS APPLIED AND SUSPENDED' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE TIE-DIFFERENCE TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           IF DEPOSIT-TIES
               MOVE 'TIES - PAYMENTS AND SUSPENSE RELEASED'
                   TO TS-STATUS
           ELSE
               IF BATCH-ERROR-COUNT > ZERO
                   MOVE 'BATCH OUT OF BALANCE - NOTHING WRITTEN, '
                       TO TS-STATUS
                   MOVE 'CYCLE HELD' TO TS-STATUS(41:10)
               ELSE
                   MOVE 'DOES NOT TIE - NOTHING WRITTEN, CYCLE HELD'
                       TO TS-STATUS
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM TIE-STATUS-LINE.
      *
       710-WRITE-ITEM-LINE.
      *
           MOVE IT-BATCH-NO(IT-SUB) TO IL-BATCH-NO.
           MOVE IT-SEQ-NO(IT-SUB) TO IL-SEQ-NO.
           MOVE IT-ITEM-REF(IT-SUB) TO IL-ITEM-REF.
           MOVE IT-AMOUNT(IT-SUB) TO IL-AMOUNT.
           MOVE IT-MATCH-INVOICE-NO(IT-SUB) TO IL-INVOICE-NO.
           MOVE IT-MATCH-POLICY-NO(IT-SUB) TO IL-POLICY-NO.
           MOVE IT-GROUP-NO(IT-SUB) TO IL-GROUP-NO.
           IF IT-APPLIED(IT-SUB)
               MOVE 'APPLIED' TO IL-DISPOSITION
           ELSE
               MOVE 'SUSPENSE' TO IL-DISPOSITION
           END-IF.
           MOVE IT-REASON(IT-SUB) TO IL-REASON.
           WRITE PRINT-LINE FROM ITEM-DETAIL-LINE.
      *
       900-WRAP-UP.
           CLOSE LOCKBOX-FILE, INVOICE-FILE, PRINTFILE.
           IF GRPINV-AVAILABLE
               CLOSE GRPINV-FILE
           END-IF.
      *
       999-ERROR-RTN.
           MOVE 'LBXLOAD' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

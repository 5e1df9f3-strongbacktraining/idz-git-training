      * poster works a statement.  A transaction for a supplier not    *
      * on the file is rejected to the register, and the run closes    *
      * with posting control totals per transaction type.  SUPLROLL    *
      * moves the bands down at month end.  A supplier whose SUPLMAST  *
      * currency is foreign sends its amounts in that currency: the    *
      * run converts each through CURRCONV at the rate for the         *
      * transaction date, posts the dollar amount to the balance       *
      * bands, carries the foreign amount in the supplier's foreign    *
      * open balance for the SUPLREVL month-end revaluation, and       *
      * prints both amounts on the register.  No rate, no posting.     *
      * An invoice is matched three ways before it posts: it must name *
      * an open PURCHORD order, bill no more than the order's unit     *
      * price and no more than RECVFILE shows received, each within    *
      * the MATCH-PRC-PCT and MATCH-QTY-PCT parameter tolerances.  An  *
      * invoice that fails is held on the INVHOLD queue with the       *
      * reason for purchasing to work through SUPLRLSE; one released   *
      * from there comes back marked and posts without the match.      *
      * RECURGEN's recurring-contract invoices come in marked and skip *
      * the match too; they are counted on their own.                  *
      * Every posted invoice goes on the INVHIST invoice history.  An  *
      * invoice already there under the same supplier and number is    *
      * rejected outright.  One with the same amount and invoice date  *
      * as an earlier invoice under another number, or whose number    *
      * differs from an earlier one only in punctuation, is held on    *
      * INVHOLD as a probable duplicate and listed with the invoice it *
      * resembles on the DUPSUSP report, for accounts payable to       *
      * release through SUPLRLSE when it proves legitimate.            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (SUPLPRPT, INVHOLD, DUPSUSP & SYSOUT) *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-KEY
               FILE STATUS IS SUPPLRFILE-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
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
           SELECT HELD-INVOICE-FILE
               ASSIGN TO UT-S-INVHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVHOLD-ST.
           SELECT INVHIST-FILE
               ASSIGN TO UT-S-INVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS INVHIST-ST.
           SELECT DUPLICATE-REPORT-FILE
               ASSIGN TO DUPSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DUPSUSP-ST.
           SELECT PRINTFILE
               ASSIGN TO SUPLPRPT
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  SUPLTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPLPTRN.
      *
       FD  SUPPLR-KSDS-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY SUPLKSDS.
      *
      * SUPPLIER MASTER - FOR THE CURRENCY THE SUPPLIER BILLS IN.
      * OPTIONAL: WITHOUT IT EVERY AMOUNT POSTS AS DOLLARS.
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  PURCHORD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PURCHORD.
      *
       FD  RECVFILE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RECVFILE.
      *
      * HELD-INVOICE QUEUE - CUMULATIVE UNTIL SUPLRLSE WORKS IT.
       FD  HELD-INVOICE-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY INVHOLD.
      *
       FD  INVHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVHIST.
      *
       FD  DUPLICATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUPLICATE-REPORT-LINE         PIC X(132).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  PRINTFILE-OK                   VALUE '00'.
           05  SUPLTRAN-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  SUPLMAST-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  SUPLMAST-AVAILABLE             VALUE 'Y'.
           05  PURCHORD-ST                PIC X(2).
               88  PURCHORD-OK                    VALUE '00'.
           05  RECVFILE-ST                PIC X(2).
               88  RECVFILE-OK                    VALUE '00'.
           05  INVHOLD-ST                 PIC X(2).
               88  INVHOLD-OK                     VALUE '00'.
           05  PO-FOUND-WS                PIC X(1).
               88  PO-FOUND                       VALUE 'Y'.
           05  PO-MATCHED-WS              PIC X(1).
               88  PO-MATCHED                     VALUE 'Y'.
           05  INVHIST-ST                 PIC X(2).
               88  INVHIST-OK                     VALUE '00'.
           05  DUPSUSP-ST                 PIC X(2).
               88  DUPSUSP-OK                     VALUE '00'.
           05  HISTORY-SCAN-WS            PIC X(1).
               88  HISTORY-SCAN-DONE              VALUE 'Y'.
      *
      * THE INVOICE NUMBER SQUEEZED DOWN TO ITS LETTERS AND DIGITS,
      * SO INV-1234 AND INV 1234/ COMPARE EQUAL.
       01  NORMALIZE-WORK-WS.
           05  RAW-INVOICE-NO-WS          PIC X(15).
           05  RAW-INVOICE-CHAR REDEFINES RAW-INVOICE-NO-WS
                                          PIC X(1) OCCURS 15.
           05  NORM-INVOICE-NO-WS         PIC X(15).
           05  NORM-INVOICE-CHAR REDEFINES NORM-INVOICE-NO-WS
                                          PIC X(1) OCCURS 15.
           05  RAW-SUB                    PIC 9(2).
           05  NORM-SUB                   PIC 9(2).
      *
      * THREE-WAY MATCH TOLERANCES IN WHOLE PERCENT OVER THE PO
      * PRICE AND OVER THE QUANTITY RECEIVED.  THE MATCH-PRC-PCT
      * AND MATCH-QTY-PCT PARAMETERS OVERRIDE THE DEFAULTS.
       77  PRICE-DEFAULT-PCT              PIC 9(3) VALUE 2.
       77  QUANTITY-DEFAULT-PCT           PIC 9(3) VALUE 0.
       77  PRICE-TOLERANCE-PCT            PIC 9(3) VALUE 2.
       77  QUANTITY-TOLERANCE-PCT         PIC 9(3) VALUE 0.
       01  PARM-PERCENT-VALUE-WS.
           05  PARM-PERCENT-WS            PIC 9(3).
           05  FILLER                     PIC X(17).
           COPY GPARMCOB.
       01  MATCH-WORK-WS.
           05  INVOICE-UNIT-PRICE-WS      PIC 9(9)V9(4).
           05  PRICE-LIMIT-WS             PIC 9(9)V9(4).
           05  BILLED-QUANTITY-WS         PIC 9(9).
           05  RECEIVED-LIMIT-WS          PIC 9(9)V99.
           05  ORDERED-LIMIT-WS           PIC 9(9)V99.
           05  HOLD-REASON-WS             PIC X(20).
       01  CURRENCY-WORK-WS.
           05  TRAN-CURRENCY-WS           PIC X(3).
           05  FUNCTIONAL-AMOUNT-WS       PIC S9(11)V99.
           COPY CURRCOB.
       01  PAYMENT-WORK-WS.
           05  REMAINING-CASH-WS          PIC S9(11)V99.
           05  RELIEF-AMOUNT-WS           PIC S9(11)V99.
           05  CREDIT-COUNT               PIC 9(5) VALUE ZERO.
           05  CREDIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  REJECT-COUNT               PIC 9(5) VALUE ZERO.
           05  FOREIGN-COUNT              PIC 9(5) VALUE ZERO.
           05  HELD-COUNT                 PIC 9(5) VALUE ZERO.
           05  HELD-TOTAL                 PIC S9(11)V99 VALUE ZERO.
           05  MATCHED-COUNT              PIC 9(5) VALUE ZERO.
           05  RELEASED-COUNT             PIC 9(5) VALUE ZERO.
           05  CONTRACT-COUNT             PIC 9(5) VALUE ZERO.
           05  DUPLICATE-REJECT-COUNT     PIC 9(5) VALUE ZERO.
           05  DUPLICATE-HELD-COUNT       PIC 9(5) VALUE ZERO.
       01  REGISTER-STATUS-WS             PIC X(30).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-CURRENCY       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-FUNCTIONAL     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-INVOICE-NO     PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-PO-NUMBER      PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-STATUS         PIC X(30).
       01  CONTROL-TOTALS-LINE.
           05  FILLER            PIC X(10) VALUE "INVOICES  ".
           05  CT-CRD-TOTAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(10) VALUE "  REJECTS ".
           05  CT-REJ-COUNT      PIC ZZZZ9.
       01  FOREIGN-TOTALS-LINE.
           05  FILLER            PIC X(40) VALUE
                   "FOREIGN-CURRENCY TRANSACTIONS CONVERTED ".
           05  FT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(30) VALUE
                   "  (TOTALS ABOVE IN DOLLARS)".
       01  MATCH-TOTALS-LINE.
           05  FILLER            PIC X(26) VALUE
                   "INVOICES MATCHED TO PO   ".
           05  MT-MATCHED        PIC ZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "  HELD FOR PURCHASING ".
           05  MT-HELD           PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MT-HELD-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(25) VALUE
                   "  RELEASED BY PURCHASING ".
           05  MT-RELEASED       PIC ZZZZ9.
           05  FILLER            PIC X(20) VALUE
                   "  RECURRING CONTRACT".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MT-CONTRACT       PIC ZZZZ9.
       01  DUPLICATE-TOTALS-LINE.
           05  FILLER            PIC X(27) VALUE
                   "DUPLICATE INVOICES REJECTED".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DT-REJECTED       PIC ZZZZ9.
           05  FILLER            PIC X(39) VALUE
                   "  PROBABLE DUPLICATES HELD (INCLUDED IN".
           05  FILLER            PIC X(14) VALUE " HELD ABOVE)  ".
           05  DT-HELD           PIC ZZZZ9.
       01  DUPLICATE-HEADING-ONE.
           05  FILLER            PIC X(35) VALUE
                   "DUPLICATE INVOICE SUSPECT REPORT -".
           05  DH-DATE           PIC XXXX/XX/XX.
       01  DUPLICATE-HEADING-TWO.
           05  FILLER            PIC X(10) VALUE "ACTION".
           05  FILLER            PIC X(9)  VALUE "WAREHSE".
           05  FILLER            PIC X(5)  VALUE "SUPP".
           05  FILLER            PIC X(17) VALUE "INVOICE NO".
           05  FILLER            PIC X(16) VALUE "      AMOUNT".
           05  FILLER            PIC X(12) VALUE "INV DATE".
           05  FILLER            PIC X(22) VALUE "REASON".
           05  FILLER            PIC X(17) VALUE "RESEMBLES INVOICE".
           05  FILLER            PIC X(12) VALUE "INV DATE".
           05  FILLER            PIC X(10) VALUE "POSTED".
       01  DUPLICATE-DETAIL-LINE.
           05  DD-ACTION         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-INVOICE-NO     PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-INVOICE-DATE   PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-REASON         PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-PRIOR-INVOICE  PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-PRIOR-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-PRIOR-POSTED   PIC XXXX/XX/XX.
       01  DUPLICATE-FOOTING-LINE.
           05  FILLER            PIC X(60) VALUE
               "HELD SUSPECTS ARE RELEASED BY AN 'A' CARD TO SUPLRLSE".
      *
       PROCEDURE DIVISION.
      *
      *
           MOVE 'SUPLPOST' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, DH-DATE.
           PERFORM 150-GET-MATCH-TOLERANCES.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-HEADING-ONE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-HEADING-TWO.
           PERFORM 400-READ-TRANSACTION.
      *
       150-GET-MATCH-TOLERANCES.
      *
           MOVE PRICE-DEFAULT-PCT TO PRICE-TOLERANCE-PCT.
           MOVE QUANTITY-DEFAULT-PCT TO QUANTITY-TOLERANCE-PCT.
           MOVE 'SUPLPOST' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'MATCH-PRC-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO PRICE-TOLERANCE-PCT
               ELSE
                   DISPLAY 'MATCH-PRC-PCT NOT 000-100 - USING DEFAULT '
                       PRICE-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'MATCH-QTY-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO QUANTITY-TOLERANCE-PCT
               ELSE
                   DISPLAY 'MATCH-QTY-PCT NOT 000-100 - USING DEFAULT '
                       QUANTITY-DEFAULT-PCT
               END-IF
           END-IF.
           DISPLAY 'SUPLPOST: MATCH TOLERANCE PRICE '
               PRICE-TOLERANCE-PCT '% QUANTITY '
               QUANTITY-TOLERANCE-PCT '%'.
      *
       200-POST-TRANSACTION.
      *
           MOVE SPACES TO REGISTER-STATUS-WS.
           MOVE SPACES TO TRAN-CURRENCY-WS.
           MOVE ZERO TO FUNCTIONAL-AMOUNT-WS.
           MOVE 'N' TO PO-MATCHED-WS.
           MOVE ST-WREHOUSE-NO TO SB-WREHOUSE-NO.
           MOVE ST-SUPPLR-NO TO SB-SUPPLR-NO.
           READ SUPPLR-KSDS-FILE
                   TO REGISTER-STATUS-WS
           ELSE
               MOVE SB-BAL-IMAGE TO SUPPLR-BAL-REC
               PERFORM 450-CONVERT-TRANSACTION
               IF ST-INVOICE
                   AND REGISTER-STATUS-WS(1:8) NOT = 'REJECTED'
                   PERFORM 455-DUPLICATE-CHECK
               END-IF
               IF ST-INVOICE
                   AND REGISTER-STATUS-WS(1:8) NOT = 'REJECTED'
                   AND REGISTER-STATUS-WS(1:4) NOT = 'HELD'
                   PERFORM 460-THREE-WAY-MATCH
               END-IF
               EVALUATE TRUE
                   WHEN REGISTER-STATUS-WS(1:8) = 'REJECTED'
                       CONTINUE
                   WHEN REGISTER-STATUS-WS(1:4) = 'HELD'
                       CONTINUE
                   WHEN ST-INVOICE
                       PERFORM 500-POST-INVOICE
                   WHEN ST-PAYMENT
                       MOVE 'REJECTED - BAD TRAN TYPE'
                           TO REGISTER-STATUS-WS
               END-EVALUATE
               IF REGISTER-STATUS-WS(1:6) = 'POSTED'
                   MOVE SUPPLR-BAL-REC TO SB-BAL-IMAGE
                   REWRITE SUPPLR-KSDS-RECORD
                   IF NOT SUPPLRFILE-OK
                       MOVE SUPPLRFILE-ST TO EL-FILE-STATUS
                       GO TO 999-ERROR-RTN
                   END-IF
                   IF TRAN-CURRENCY-WS NOT = SPACES
                       ADD 1 TO FOREIGN-COUNT
                   END-IF
                   IF PO-MATCHED
                       PERFORM 490-UPDATE-ORDER-INVOICED
                   END-IF
                   IF ST-INVOICE
                       PERFORM 495-RECORD-INVOICE-HISTORY
                   END-IF
               END-IF
           END-IF.
           PERFORM 600-WRITE-REGISTER-LINE.
               MOVE 'SUPLKSDS' TO EL-FILE-NAME
               MOVE SUPPLRFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT SUPLMAST-FILE.
           IF SUPLMAST-OK
               MOVE 'Y' TO SUPLMAST-AVAILABLE-WS
           ELSE
               DISPLAY 'SUPPLIER MASTER UNAVAILABLE - ALL AMOUNTS '
                   'POSTED AS DOLLARS THIS RUN'
           END-IF.
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
           OPEN INPUT RECVFILE-FILE.
           IF NOT RECVFILE-OK
               DISPLAY 'RECEIVING FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVING FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECVFILE' TO EL-FILE-NAME
               MOVE RECVFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O INVHIST-FILE.
           IF NOT INVHIST-OK
               DISPLAY 'INVOICE HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'INVOICE HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVHIST' TO EL-FILE-NAME
               MOVE INVHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT DUPLICATE-REPORT-FILE.
           IF NOT DUPSUSP-OK
               DISPLAY 'DUPLICATE SUSPECT REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DUPLICATE SUSPECT REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *    THE HELD-INVOICE QUEUE IS CUMULATIVE - ALWAYS EXTENDED.
           OPEN EXTEND HELD-INVOICE-FILE.
           IF NOT INVHOLD-OK
               DISPLAY 'HELD INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HELD INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVHOLD' TO EL-FILE-NAME
               MOVE INVHOLD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'POSTING REGISTER OPEN PROBLEM'
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       450-CONVERT-TRANSACTION.
      *
      *    THE BALANCE BANDS ARE ALWAYS DOLLARS.  A FOREIGN AMOUNT
      *    IS CONVERTED AT THE RATE FOR THE TRANSACTION DATE, AND A
      *    SUPPLIER STILL CARRYING AN OPEN BALANCE IN ONE CURRENCY
      *    TAKES NO TRANSACTIONS IN ANOTHER UNTIL IT IS CLEARED.
           IF SUPLMAST-AVAILABLE
               MOVE ST-SUPPLR-NO TO SM-SUPPLR-NO
               READ SUPLMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF SUPLMAST-OK AND SM-CURRENCY-CODE NOT = 'USD'
                   MOVE SM-CURRENCY-CODE TO TRAN-CURRENCY-WS
               END-IF
           END-IF.
      *    BALANCES LOADED BEFORE THE CURRENCY FIELDS EXISTED HAVE
      *    OLD FILLER THERE.
           IF SUPPLR-BAL-FOREIGN-NET NOT NUMERIC
               MOVE ZERO TO SUPPLR-BAL-FOREIGN-NET
           END-IF.
           IF SUPPLR-BAL-CURRENCY-CODE = LOW-VALUES
               MOVE SPACES TO SUPPLR-BAL-CURRENCY-CODE
           END-IF.
           MOVE TRAN-CURRENCY-WS TO CV-CURRENCY-CODE.
           MOVE ST-TRAN-DATE     TO CV-AS-OF-DATE.
           MOVE ST-AMOUNT        TO CV-FOREIGN-AMOUNT.
           CALL 'CURRCONV' USING CURRCONV-PARMS-WS.
           EVALUATE TRUE
               WHEN NOT CV-OK AND NOT CV-FUNCTIONAL-CURRENCY
                   ADD 1 TO REJECT-COUNT
                   MOVE 'REJECTED - NO EXCHANGE RATE'
                       TO REGISTER-STATUS-WS
               WHEN SUPPLR-BAL-CURRENCY-CODE NOT = TRAN-CURRENCY-WS
                   AND SUPPLR-BAL-FOREIGN-NET NOT = ZERO
                   ADD 1 TO REJECT-COUNT
                   MOVE 'REJECTED - CURRENCY MISMATCH'
                       TO REGISTER-STATUS-WS
               WHEN OTHER
                   MOVE CV-FUNCTIONAL-AMOUNT TO FUNCTIONAL-AMOUNT-WS
                   MOVE TRAN-CURRENCY-WS TO SUPPLR-BAL-CURRENCY-CODE
           END-EVALUATE.
      *
       455-DUPLICATE-CHECK.
      *
      *    AN INVOICE NUMBER THE SUPPLIER HAS ALREADY BEEN PAID ON IS
      *    REFUSED.  SHORT OF THAT, THE SUPPLIER'S HISTORY IS SEARCHED
      *    FOR A PROBABLE DUPLICATE, UNLESS THE INVOICE HAS BEEN
      *    THROUGH THIS SCREEN AND RELEASED ALREADY OR COMES FROM A
      *    RECURRING-CONTRACT TEMPLATE, WHERE LIKE AMOUNTS ARE NORMAL.
           MOVE SPACES TO HOLD-REASON-WS.
           IF ST-INVOICE-NO NOT = SPACES
               MOVE ST-SUPPLR-NO TO IH-SUPPLR-NO
               MOVE ST-INVOICE-NO TO IH-INVOICE-NO
               READ INVHIST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF INVHIST-OK
                   ADD 1 TO REJECT-COUNT
                   ADD 1 TO DUPLICATE-REJECT-COUNT
                   MOVE 'REJECTED - DUPLICATE INVOICE'
                       TO REGISTER-STATUS-WS
                   MOVE 'EXACT REPEAT' TO HOLD-REASON-WS
                   MOVE 'REJECTED' TO DD-ACTION
                   PERFORM 620-WRITE-DUPLICATE-LINE
               END-IF
           END-IF.
           IF REGISTER-STATUS-WS(1:8) NOT = 'REJECTED'
               AND NOT ST-MATCH-RELEASED
               AND NOT ST-DUPLICATE-RELEASED
               AND NOT ST-RECURRING-CONTRACT
               MOVE ST-INVOICE-NO TO RAW-INVOICE-NO-WS
               PERFORM 456-NORMALIZE-INVOICE-NO
               MOVE 'N' TO HISTORY-SCAN-WS
               MOVE ST-SUPPLR-NO TO IH-SUPPLR-NO
               MOVE LOW-VALUES TO IH-INVOICE-NO
               START INVHIST-FILE KEY NOT < IH-KEY
                   INVALID KEY
                       SET HISTORY-SCAN-DONE TO TRUE
               END-START
               PERFORM 458-SCAN-SUPPLIER-HISTORY
                   UNTIL HISTORY-SCAN-DONE
               IF HOLD-REASON-WS NOT = SPACES
                   ADD 1 TO DUPLICATE-HELD-COUNT
                   PERFORM 480-HOLD-THE-INVOICE
                   MOVE 'HELD' TO DD-ACTION
                   PERFORM 620-WRITE-DUPLICATE-LINE
               END-IF
           END-IF.
      *
       456-NORMALIZE-INVOICE-NO.
      *
           INSPECT RAW-INVOICE-NO-WS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO NORM-INVOICE-NO-WS.
           MOVE ZERO TO NORM-SUB.
           PERFORM 457-KEEP-INVOICE-CHAR
               VARYING RAW-SUB FROM 1 BY 1
               UNTIL RAW-SUB > 15.
      *
       457-KEEP-INVOICE-CHAR.
      *
           IF RAW-INVOICE-CHAR(RAW-SUB) NUMERIC
               OR (RAW-INVOICE-CHAR(RAW-SUB) ALPHABETIC-UPPER
                   AND RAW-INVOICE-CHAR(RAW-SUB) NOT = SPACE)
               ADD 1 TO NORM-SUB
               MOVE RAW-INVOICE-CHAR(RAW-SUB)
                   TO NORM-INVOICE-CHAR(NORM-SUB)
           END-IF.
      *
       458-SCAN-SUPPLIER-HISTORY.
      *
           READ INVHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-SCAN-DONE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN HISTORY-SCAN-DONE
                   CONTINUE
               WHEN IH-SUPPLR-NO NOT = ST-SUPPLR-NO
                   SET HISTORY-SCAN-DONE TO TRUE
               WHEN IH-AMOUNT = ST-AMOUNT
                   AND IH-INVOICE-DATE = ST-TRAN-DATE
                   MOVE 'DUP SAME AMOUNT/DATE' TO HOLD-REASON-WS
                   SET HISTORY-SCAN-DONE TO TRUE
               WHEN NORM-INVOICE-NO-WS NOT = SPACES
                   AND IH-NORM-INVOICE-NO = NORM-INVOICE-NO-WS
                   MOVE 'DUP SIMILAR NUMBER' TO HOLD-REASON-WS
                   SET HISTORY-SCAN-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       460-THREE-WAY-MATCH.
      *
      *    THE INVOICE MUST BILL AN OPEN ORDER, AT NO MORE THAN THE
      *    ORDER PRICE, FOR NO MORE THAN HAS BEEN RECEIVED AND NO
      *    MORE THAN WAS ORDERED - PRICE AND QUANTITIES COMPARED IN
      *    THE SUPPLIER'S OWN CURRENCY, AS THE ORDER IS WRITTEN.
      *    AN INVOICE PURCHASING HAS RELEASED IS NOT MATCHED AGAIN,
      *    BUT STILL COUNTS AGAINST ITS ORDER WHEN IT NAMES ONE.
      *    A RECURRING-CONTRACT INVOICE IS NOT MATCHED AT ALL.
           MOVE 'N' TO PO-FOUND-WS.
           MOVE SPACES TO HOLD-REASON-WS.
           IF ST-PO-NUMBER NOT = SPACES
               PERFORM 465-READ-ORDER-AND-RECEIPTS
           END-IF.
           EVALUATE TRUE
               WHEN ST-MATCH-RELEASED
                   ADD 1 TO RELEASED-COUNT
               WHEN ST-RECURRING-CONTRACT
                   ADD 1 TO CONTRACT-COUNT
               WHEN ST-PO-NUMBER = SPACES
                   MOVE 'NO PO NUMBER' TO HOLD-REASON-WS
               WHEN NOT PO-FOUND
                   MOVE 'PO NOT ON FILE' TO HOLD-REASON-WS
               WHEN NOT PO-OPEN
                   MOVE 'PO NOT OPEN' TO HOLD-REASON-WS
               WHEN ST-QUANTITY NOT NUMERIC
                   OR ST-QUANTITY = ZERO
                   MOVE 'NO INVOICE QUANTITY' TO HOLD-REASON-WS
               WHEN OTHER
                   PERFORM 470-CHECK-PRICE-AND-QUANTITY
           END-EVALUATE.
           IF HOLD-REASON-WS NOT = SPACES
               PERFORM 480-HOLD-THE-INVOICE
           ELSE
               IF PO-FOUND AND ST-QUANTITY NUMERIC
                   SET PO-MATCHED TO TRUE
               END-IF
           END-IF.
      *
       465-READ-ORDER-AND-RECEIPTS.
      *
      *    NO RECEIVING RECORD MEANS NOTHING RECEIVED YET.
           MOVE ST-SUPPLR-NO TO PO-SUPPLR-NO.
           MOVE ST-WREHOUSE-NO TO PO-WREHOUSE-NO.
           MOVE ST-PO-NUMBER TO PO-NUMBER.
           READ PURCHORD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PURCHORD-OK
               SET PO-FOUND TO TRUE
           END-IF.
           MOVE PO-KEY TO RR-KEY.
           READ RECVFILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT RECVFILE-OK
               MOVE ZERO TO RR-QUANTITY-RECEIVED
           END-IF.
      *
       470-CHECK-PRICE-AND-QUANTITY.
      *
           COMPUTE INVOICE-UNIT-PRICE-WS ROUNDED =
               ST-AMOUNT / ST-QUANTITY.
           COMPUTE PRICE-LIMIT-WS =
               PO-UNIT-PRICE * (100 + PRICE-TOLERANCE-PCT) / 100.
           COMPUTE BILLED-QUANTITY-WS =
               PO-QUANTITY-INVOICED + ST-QUANTITY.
           COMPUTE RECEIVED-LIMIT-WS =
               RR-QUANTITY-RECEIVED
                   * (100 + QUANTITY-TOLERANCE-PCT) / 100.
           COMPUTE ORDERED-LIMIT-WS =
               PO-QUANTITY-ORDERED
                   * (100 + QUANTITY-TOLERANCE-PCT) / 100.
           EVALUATE TRUE
               WHEN INVOICE-UNIT-PRICE-WS > PRICE-LIMIT-WS
                   MOVE 'PRICE OVER PO' TO HOLD-REASON-WS
               WHEN BILLED-QUANTITY-WS > ORDERED-LIMIT-WS
                   MOVE 'QTY OVER PO' TO HOLD-REASON-WS
               WHEN BILLED-QUANTITY-WS > RECEIVED-LIMIT-WS
                   MOVE 'QTY NOT RECEIVED' TO HOLD-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       480-HOLD-THE-INVOICE.
      *
           ADD 1 TO HELD-COUNT.
           ADD FUNCTIONAL-AMOUNT-WS TO HELD-TOTAL.
           MOVE 'HELD - ' TO REGISTER-STATUS-WS.
           MOVE HOLD-REASON-WS TO REGISTER-STATUS-WS(8:20).
           MOVE SPACES TO HELD-INVOICE-RECORD.
           MOVE BD-BUSINESS-DATE TO HI-HOLD-DATE.
           MOVE HOLD-REASON-WS TO HI-HOLD-REASON.
           MOVE SUPPLIER-TRAN-RECORD TO HI-TRAN-IMAGE.
           WRITE HELD-INVOICE-RECORD.
           IF NOT INVHOLD-OK
               DISPLAY 'HELD INVOICE WRITE PROBLEM'
               MOVE '480-HOLD-THE-INVOICE'
                  TO EL-PARAGRAPH
               MOVE 'HELD INVOICE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVHOLD' TO EL-FILE-NAME
               MOVE INVHOLD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       490-UPDATE-ORDER-INVOICED.
      *
      *    THE ORDER IS STILL THE RECORD READ BY THE MATCH.
           ADD ST-QUANTITY TO PO-QUANTITY-INVOICED.
           REWRITE PURCHASE-ORDER-RECORD.
           IF NOT PURCHORD-OK
               DISPLAY 'PURCHASE ORDER REWRITE PROBLEM'
               MOVE '490-UPDATE-ORDER-INVOICED'
                  TO EL-PARAGRAPH
               MOVE 'PURCHASE ORDER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PURCHORD' TO EL-FILE-NAME
               MOVE PURCHORD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF NOT ST-MATCH-RELEASED
               AND NOT ST-RECURRING-CONTRACT
               ADD 1 TO MATCHED-COUNT
           END-IF.
      *
       495-RECORD-INVOICE-HISTORY.
      *
      *    AN INVOICE KEYED WITHOUT ITS INVOICE NUMBER CANNOT BE
      *    FOUND AGAIN BY NUMBER, SO IT IS LEFT OFF THE HISTORY.
           IF ST-INVOICE-NO NOT = SPACES
               MOVE ST-INVOICE-NO TO RAW-INVOICE-NO-WS
               PERFORM 456-NORMALIZE-INVOICE-NO
               MOVE SPACES TO INVOICE-HISTORY-RECORD
               MOVE ST-SUPPLR-NO TO IH-SUPPLR-NO
               MOVE ST-INVOICE-NO TO IH-INVOICE-NO
               MOVE NORM-INVOICE-NO-WS TO IH-NORM-INVOICE-NO
               MOVE ST-WREHOUSE-NO TO IH-WREHOUSE-NO
               MOVE ST-AMOUNT TO IH-AMOUNT
               MOVE ST-TRAN-DATE TO IH-INVOICE-DATE
               MOVE BD-BUSINESS-DATE TO IH-POSTED-DATE
               WRITE INVOICE-HISTORY-RECORD
               IF NOT INVHIST-OK
                   DISPLAY 'INVOICE HISTORY WRITE PROBLEM'
                   MOVE '495-RECORD-INVOICE-HISTORY'
                      TO EL-PARAGRAPH
                   MOVE 'INVOICE HISTORY WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'INVHIST' TO EL-FILE-NAME
                   MOVE INVHIST-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       500-POST-INVOICE.
      *
      *    EACH MONTH-END ROLL.  THE INVOICE DATE GOES ON THE
      *    BALANCE SO THE REMITTANCE RUN CAN MEASURE THE
      *    EARLY-PAYMENT DISCOUNT WINDOW FROM IT.
           ADD FUNCTIONAL-AMOUNT-WS TO SUPPLR-BAL-NET-REC.
           ADD FUNCTIONAL-AMOUNT-WS TO SUPPLR-BAL-GROSS-REC.
           IF TRAN-CURRENCY-WS NOT = SPACES
               ADD ST-AMOUNT TO SUPPLR-BAL-FOREIGN-NET
           END-IF.
           MOVE ST-TRAN-DATE TO SUPPLR-BAL-DATE-CCYMD.
           ADD 1 TO INVOICE-COUNT.
           ADD FUNCTIONAL-AMOUNT-WS TO INVOICE-TOTAL.
           MOVE 'POSTED - INVOICE TO CURRENT'
               TO REGISTER-STATUS-WS.
      *
      *
      *    CASH RELIEVES THE OLDEST BAND FIRST AND WORKS FORWARD,
      *    ENDING AT THE CURRENT BALANCE.
           MOVE FUNCTIONAL-AMOUNT-WS TO REMAINING-CASH-WS.
           PERFORM 515-RELIEVE-181-UP.
           PERFORM 516-RELIEVE-91-180.
           PERFORM 517-RELIEVE-61-90.
               SUBTRACT REMAINING-CASH-WS FROM SUPPLR-BAL-NET-REC
               MOVE ZERO TO REMAINING-CASH-WS
           END-IF.
           SUBTRACT FUNCTIONAL-AMOUNT-WS FROM SUPPLR-BAL-GROSS-REC.
           IF TRAN-CURRENCY-WS NOT = SPACES
               SUBTRACT ST-AMOUNT FROM SUPPLR-BAL-FOREIGN-NET
           END-IF.
           ADD 1 TO PAYMENT-COUNT.
           ADD FUNCTIONAL-AMOUNT-WS TO PAYMENT-TOTAL.
           MOVE 'POSTED - PAYMENT OLDEST FIRST'
               TO REGISTER-STATUS-WS.
      *
      *
       520-POST-CREDIT-MEMO.
      *
           SUBTRACT FUNCTIONAL-AMOUNT-WS FROM SUPPLR-BAL-NET-REC.
           SUBTRACT FUNCTIONAL-AMOUNT-WS FROM SUPPLR-BAL-GROSS-REC.
           IF TRAN-CURRENCY-WS NOT = SPACES
               SUBTRACT ST-AMOUNT FROM SUPPLR-BAL-FOREIGN-NET
           END-IF.
           ADD 1 TO CREDIT-COUNT.
           ADD FUNCTIONAL-AMOUNT-WS TO CREDIT-TOTAL.
           MOVE 'POSTED - CREDIT MEMO' TO REGISTER-STATUS-WS.
      *
       600-WRITE-REGISTER-LINE.
           MOVE ST-SUPPLR-NO TO RG-SUPPLR-NO.
           MOVE ST-TRAN-TYPE TO RG-TRAN-TYPE.
           MOVE ST-AMOUNT TO RG-AMOUNT.
           MOVE TRAN-CURRENCY-WS TO RG-CURRENCY.
           MOVE FUNCTIONAL-AMOUNT-WS TO RG-FUNCTIONAL.
           MOVE ST-INVOICE-NO TO RG-INVOICE-NO.
           MOVE ST-PO-NUMBER TO RG-PO-NUMBER.
           MOVE REGISTER-STATUS-WS TO RG-STATUS.
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.
      *
       620-WRITE-DUPLICATE-LINE.
      *
      *    THE HISTORY RECORD IS STILL THE EARLIER INVOICE FOUND.
           MOVE ST-WREHOUSE-NO TO DD-WREHOUSE-NO.
           MOVE ST-SUPPLR-NO TO DD-SUPPLR-NO.
           MOVE ST-INVOICE-NO TO DD-INVOICE-NO.
           MOVE ST-AMOUNT TO DD-AMOUNT.
           MOVE ST-TRAN-DATE TO DD-INVOICE-DATE.
           MOVE HOLD-REASON-WS TO DD-REASON.
           MOVE IH-INVOICE-NO TO DD-PRIOR-INVOICE.
           MOVE IH-INVOICE-DATE TO DD-PRIOR-DATE.
           MOVE IH-POSTED-DATE TO DD-PRIOR-POSTED.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-DETAIL-LINE.
      *
       700-WRITE-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CONTROL-TOTALS-LINE.
           MOVE FOREIGN-COUNT TO FT-COUNT.
           WRITE PRINT-LINE FROM FOREIGN-TOTALS-LINE.
           MOVE MATCHED-COUNT  TO MT-MATCHED.
           MOVE HELD-COUNT     TO MT-HELD.
           MOVE HELD-TOTAL     TO MT-HELD-TOTAL.
           MOVE RELEASED-COUNT TO MT-RELEASED.
           MOVE CONTRACT-COUNT TO MT-CONTRACT.
           WRITE PRINT-LINE FROM MATCH-TOTALS-LINE.
           MOVE DUPLICATE-REJECT-COUNT TO DT-REJECTED.
           MOVE DUPLICATE-HELD-COUNT   TO DT-HELD.
           WRITE PRINT-LINE FROM DUPLICATE-TOTALS-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-TOTALS-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-FOOTING-LINE.
      *
       900-WRAP-UP.
           IF SUPLMAST-AVAILABLE
               CLOSE SUPLMAST-FILE
           END-IF.
           CLOSE SUPLTRAN-FILE, SUPPLR-KSDS-FILE, PRINTFILE,
                 PURCHORD-FILE, RECVFILE-FILE, HELD-INVOICE-FILE,
                 INVHIST-FILE, DUPLICATE-REPORT-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

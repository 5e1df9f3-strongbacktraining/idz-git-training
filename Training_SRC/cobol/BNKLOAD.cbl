      ******************************************************************
      * BNKLOAD                                                        *
      * Bank statement loader.  Reads the bank's end-of-day statement  *
      * for the operating account (BNKSTMT.cpy), proves its envelope   *
      * through ENVCHK, and proves the statement itself - the opening  *
      * balance plus the credits less the debits must come to the      *
      * closing balance the bank reports, and the item counts must     *
      * agree with the statement record.  Every item is listed on the  *
      * register.  A proved statement is passed on as the BNKITEM      *
      * file BNKRECON reconciles against PAYMAST and the GL cash       *
      * account.  A statement that does not prove writes nothing,      *
      * the register shows the difference and the run ends RC 8        *
      * so the scheduler holds the cycle.                              *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (BNKLRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKLOAD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE
               ASSIGN TO UT-S-BANKSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-ST.
           SELECT BNKITEM-FILE
               ASSIGN TO UT-S-BNKITEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BNKITEM-ST.
           SELECT PRINTFILE
               ASSIGN TO BNKLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BNKSTMT.
      *
      * THE PROVED STATEMENT - THE 'S' RECORD THEN ITS ITEMS, IN
      * THE BANK'S OWN LAYOUT WITHOUT THE ENVELOPE.
       FD  BNKITEM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-ITEM-RECORD              PIC X(80).
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
           05  STATEMENT-ST               PIC X(2).
               88  STATEMENT-OK                   VALUE '00'.
           05  BNKITEM-ST                 PIC X(2).
               88  BNKITEM-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  STATEMENT-EOF-WS           PIC X(1)  VALUE 'N'.
               88  NO-MORE-STATEMENT               VALUE 'Y'.
           05  SUMMARY-SEEN-WS            PIC X(1)  VALUE 'N'.
               88  SUMMARY-SEEN                    VALUE 'Y'.
           05  STATEMENT-PROVED-WS        PIC X(1)  VALUE 'Y'.
               88  STATEMENT-PROVED                VALUE 'Y'.
      *
      * THE STATEMENT RECORD AND ITS ITEMS, HELD SO NOTHING IS
      * WRITTEN UNTIL THE STATEMENT IS KNOWN TO PROVE.
       01  STATEMENT-TABLE-WS.
           05  IMAGE-COUNT                PIC 9(4) VALUE ZERO.
           05  IMAGE-ENTRY OCCURS 5000    PIC X(80).
       01  IM-SUB                         PIC 9(4).
       01  STATEMENT-TOTALS-WS.
           05  OPENING-BALANCE-WS         PIC S9(11)V99 VALUE ZERO.
           05  CLOSING-BALANCE-WS         PIC S9(11)V99 VALUE ZERO.
           05  EXPECTED-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
           05  EXPECTED-DEBIT-COUNT       PIC 9(5) VALUE ZERO.
           05  CREDIT-COUNT               PIC 9(5) VALUE ZERO.
           05  CREDIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  DEBIT-COUNT                PIC 9(5) VALUE ZERO.
           05  DEBIT-TOTAL                PIC S9(11)V99 VALUE ZERO.
           05  INVALID-ITEM-COUNT         PIC 9(5) VALUE ZERO.
           05  COMPUTED-CLOSING-WS        PIC S9(11)V99 VALUE ZERO.
           05  PROOF-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(24) VALUE
                   "BANK STATEMENT REGISTER".
           05  FILLER            PIC X(3)  VALUE " - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  STATEMENT-LINE.
           05  FILLER            PIC X(9)  VALUE "ACCOUNT  ".
           05  SL-BANK-ACCOUNT   PIC X(17).
           05  FILLER            PIC X(13) VALUE "  STATEMENT  ".
           05  SL-STATEMENT-DATE PIC 9999/99/99.
           05  FILLER            PIC X(11) VALUE "  OPENING  ".
           05  SL-OPENING        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE "  CLOSING  ".
           05  SL-CLOSING        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  ITEM-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "ITEM".
           05  FILLER            PIC X(9)  VALUE "DR/CR TYP".
           05  FILLER            PIC X(17) VALUE " BANK REFERENCE".
           05  FILLER            PIC X(12) VALUE " OUR REF".
           05  FILLER            PIC X(16) VALUE "          AMOUNT".
           05  FILLER            PIC X(12) VALUE "  VALUE DATE".
       01  ITEM-DETAIL-LINE.
           05  IL-SEQ-NO         PIC 9(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  IL-DEBIT-CREDIT   PIC X(1).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  IL-TYPE-CODE      PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  IL-BANK-REF       PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-CUSTOMER-REF   PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-VALUE-DATE     PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-STATUS         PIC X(28).
       01  TOTALS-LINE.
           05  TL-LABEL          PIC X(34).
           05  TL-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
       01  PROOF-STATUS-LINE.
           05  FILLER            PIC X(12) VALUE "STATEMENT - ".
           05  PS-STATUS         PIC X(60).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-STATEMENT THRU 200-LOAD-STATEMENT-X
               UNTIL NO-MORE-STATEMENT.
           IF NOT ENV-TRAILER-SEEN
               DISPLAY 'BNKLOAD: TRANSMISSION ENDED WITHOUT A '
                   'TRAILER - REJECTED'
               MOVE '000-MAINLINE' TO EL-PARAGRAPH
               MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           IF NOT SUMMARY-SEEN
               DISPLAY 'BNKLOAD: NO STATEMENT RECORD - REJECTED'
               MOVE '000-MAINLINE' TO EL-PARAGRAPH
               MOVE 'BANK STATEMENT RECORD MISSING'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           PERFORM 550-PROVE-THE-STATEMENT.
           IF STATEMENT-PROVED
               PERFORM 600-WRITE-ITEM
                   VARYING IM-SUB FROM 1 BY 1
                   UNTIL IM-SUB > IMAGE-COUNT
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           IF NOT STATEMENT-PROVED
      *        THE SCHEDULER'S COND TEST HOLDS THE CYCLE.
               DISPLAY 'BNKLOAD: STATEMENT DOES NOT PROVE - '
                   'CYCLE HELD'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'BNKLOAD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 400-READ-STATEMENT.
      *
       200-LOAD-STATEMENT.
      *
           EVALUATE TRUE
               WHEN BS-ENVELOPE-HEADER
                   SET EV-CHECK-HEADER TO TRUE
                   MOVE BANK-STATEMENT-RECORD TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
               WHEN BS-ENVELOPE-TRAILER
                   SET EV-CHECK-TRAILER TO TRUE
                   MOVE BANK-STATEMENT-RECORD TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   MOVE 'Y' TO ENV-TRAILER-SEEN-WS
               WHEN BS-STATEMENT
                   SET EV-COUNT-DETAIL TO TRUE
                   MOVE SPACES TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   PERFORM 210-LOAD-SUMMARY
               WHEN BS-ITEM
                   SET EV-COUNT-DETAIL TO TRUE
                   MOVE SPACES TO EV-RECORD-IMAGE
                   MOVE BS-AMOUNT TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   PERFORM 230-LOAD-ITEM
               WHEN OTHER
                   DISPLAY 'BNKLOAD: UNKNOWN STATEMENT RECORD TYPE '
                       BS-RECORD-TYPE
                   MOVE '200-LOAD-STATEMENT' TO EL-PARAGRAPH
                   MOVE 'UNKNOWN STATEMENT RECORD TYPE'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-EVALUATE.
           PERFORM 400-READ-STATEMENT.
       200-LOAD-STATEMENT-X.
           EXIT.
      *
       210-LOAD-SUMMARY.
      *
      *    ONE STATEMENT RECORD, AHEAD OF THE ITEMS IT COVERS.
           IF SUMMARY-SEEN OR IMAGE-COUNT > ZERO
               DISPLAY 'BNKLOAD: STATEMENT RECORD OUT OF SEQUENCE'
               MOVE '210-LOAD-SUMMARY' TO EL-PARAGRAPH
               MOVE 'STATEMENT RECORD OUT OF SEQUENCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           IF BS-STATEMENT-DATE NOT NUMERIC
               OR BS-OPENING-BALANCE NOT NUMERIC
               OR BS-CLOSING-BALANCE NOT NUMERIC
               OR BS-CREDIT-COUNT NOT NUMERIC
               OR BS-DEBIT-COUNT NOT NUMERIC
               DISPLAY 'BNKLOAD: STATEMENT RECORD NOT NUMERIC'
               MOVE '210-LOAD-SUMMARY' TO EL-PARAGRAPH
               MOVE 'STATEMENT RECORD NOT NUMERIC'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE 'Y' TO SUMMARY-SEEN-WS.
           MOVE BS-OPENING-BALANCE TO OPENING-BALANCE-WS.
           MOVE BS-CLOSING-BALANCE TO CLOSING-BALANCE-WS.
           MOVE BS-CREDIT-COUNT TO EXPECTED-CREDIT-COUNT.
           MOVE BS-DEBIT-COUNT TO EXPECTED-DEBIT-COUNT.
           MOVE BS-BANK-ACCOUNT TO SL-BANK-ACCOUNT.
           MOVE BS-STATEMENT-DATE TO SL-STATEMENT-DATE.
           MOVE BS-OPENING-BALANCE TO SL-OPENING.
           MOVE BS-CLOSING-BALANCE TO SL-CLOSING.
           WRITE PRINT-LINE FROM STATEMENT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM ITEM-HEADING-LINE.
           MOVE 1 TO IMAGE-COUNT.
           MOVE BANK-STATEMENT-RECORD TO IMAGE-ENTRY(1).
      *
       230-LOAD-ITEM.
      *
           IF NOT SUMMARY-SEEN
               DISPLAY 'BNKLOAD: ITEM ' BS-ITEM-SEQ-NO
                   ' AHEAD OF THE STATEMENT RECORD'
               MOVE '230-LOAD-ITEM' TO EL-PARAGRAPH
               MOVE 'STATEMENT ITEM AHEAD OF STATEMENT RECORD'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           IF IMAGE-COUNT >= 5000
               DISPLAY 'BNKLOAD: STATEMENT TABLE OVERFLOW'
               MOVE '230-LOAD-ITEM' TO EL-PARAGRAPH
               MOVE 'BNKLOAD: STATEMENT TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO IMAGE-COUNT.
           MOVE BANK-STATEMENT-RECORD TO IMAGE-ENTRY(IMAGE-COUNT).
           MOVE BS-ITEM-SEQ-NO TO IL-SEQ-NO.
           MOVE BS-DEBIT-CREDIT TO IL-DEBIT-CREDIT.
           MOVE BS-TYPE-CODE TO IL-TYPE-CODE.
           MOVE BS-BANK-REF TO IL-BANK-REF.
           MOVE BS-CUSTOMER-REF TO IL-CUSTOMER-REF.
           MOVE BS-AMOUNT TO IL-AMOUNT.
           MOVE BS-VALUE-DATE TO IL-VALUE-DATE.
           MOVE SPACES TO IL-STATUS.
      *    AN ITEM THAT CANNOT BE TAKEN AT FACE VALUE KEEPS THE
      *    WHOLE STATEMENT FROM PROVING.
           EVALUATE TRUE
               WHEN BS-AMOUNT NOT NUMERIC
                   ADD 1 TO INVALID-ITEM-COUNT
                   MOVE ZERO TO IL-AMOUNT
                   MOVE 'INVALID - AMOUNT NOT NUMERIC' TO IL-STATUS
               WHEN BS-CREDIT
                   ADD 1 TO CREDIT-COUNT
                   ADD BS-AMOUNT TO CREDIT-TOTAL
               WHEN BS-DEBIT
                   ADD 1 TO DEBIT-COUNT
                   ADD BS-AMOUNT TO DEBIT-TOTAL
               WHEN OTHER
                   ADD 1 TO INVALID-ITEM-COUNT
                   MOVE 'INVALID - NOT DEBIT OR CREDIT' TO IL-STATUS
           END-EVALUATE.
           WRITE PRINT-LINE FROM ITEM-DETAIL-LINE.
      *
       260-REJECT-THE-TRANSMISSION.
      *
      *    A BAD ENVELOPE IS A HARD REJECTION - THE REASON GOES TO
      *    THE REGISTER AND NOTHING IS PROCESSED.
           EVALUATE TRUE
               WHEN EV-DATE-MISMATCH
                   DISPLAY 'BNKLOAD: TRANSMISSION MISDATED - REJECTED'
               WHEN EV-COUNT-MISMATCH
                   DISPLAY 'BNKLOAD: TRANSMISSION TRUNCATED - '
                       'TRAILER ' EV-EXPECTED-COUNT
                       ' RECEIVED ' EV-ACTUAL-COUNT
               WHEN EV-HASH-MISMATCH
                   DISPLAY 'BNKLOAD: TRANSMISSION AMOUNTS OUT OF '
                       'BALANCE - REJECTED'
               WHEN OTHER
                   DISPLAY 'BNKLOAD: TRANSMISSION ENVELOPE OUT OF '
                       'SEQUENCE - REJECTED'
           END-EVALUATE.
           MOVE '260-REJECT-THE-TRANSMISSION' TO EL-PARAGRAPH.
           MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
              TO EL-ERROR-MESSAGE.
           GO TO 999-ERROR-RTN.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT STATEMENT-FILE.
           IF NOT STATEMENT-OK
               DISPLAY 'BANK STATEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BANK STATEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BANKSTMT' TO EL-FILE-NAME
               MOVE STATEMENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT BNKITEM-FILE.
           IF NOT BNKITEM-OK
               DISPLAY 'BANK ITEM FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BANK ITEM FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BNKITEM' TO EL-FILE-NAME
               MOVE BNKITEM-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'STATEMENT REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'STATEMENT REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-STATEMENT.
      *
           READ STATEMENT-FILE
               AT END
                   SET NO-MORE-STATEMENT TO TRUE
           END-READ.
      *
       550-PROVE-THE-STATEMENT.
      *
      *    THE BANK'S OWN ARITHMETIC MUST HOLD BEFORE ANYTHING IS
      *    RECONCILED AGAINST IT.
           COMPUTE COMPUTED-CLOSING-WS =
               OPENING-BALANCE-WS + CREDIT-TOTAL - DEBIT-TOTAL.
           COMPUTE PROOF-DIFFERENCE =
               CLOSING-BALANCE-WS - COMPUTED-CLOSING-WS.
           IF PROOF-DIFFERENCE NOT = ZERO
               OR CREDIT-COUNT NOT = EXPECTED-CREDIT-COUNT
               OR DEBIT-COUNT NOT = EXPECTED-DEBIT-COUNT
               OR INVALID-ITEM-COUNT > ZERO
               MOVE 'N' TO STATEMENT-PROVED-WS
           END-IF.
      *
       600-WRITE-ITEM.
      *
           WRITE BANK-ITEM-RECORD FROM IMAGE-ENTRY(IM-SUB).
           IF NOT BNKITEM-OK
               DISPLAY 'BANK ITEM FILE WRITE PROBLEM'
               MOVE '600-WRITE-ITEM'
                  TO EL-PARAGRAPH
               MOVE 'BANK ITEM FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BNKITEM' TO EL-FILE-NAME
               MOVE BNKITEM-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'OPENING BALANCE' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE OPENING-BALANCE-WS TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'CREDITS' TO TL-LABEL.
           MOVE CREDIT-COUNT TO TL-COUNT.
           MOVE CREDIT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'DEBITS' TO TL-LABEL.
           MOVE DEBIT-COUNT TO TL-COUNT.
           MOVE DEBIT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'COMPUTED CLOSING BALANCE' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE COMPUTED-CLOSING-WS TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'CLOSING BALANCE PER BANK' TO TL-LABEL.
           MOVE CLOSING-BALANCE-WS TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'INVALID ITEMS' TO TL-LABEL.
           MOVE INVALID-ITEM-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN STATEMENT-PROVED
                   MOVE 'PROVED - LOADED FOR RECONCILIATION'
                       TO PS-STATUS
               WHEN PROOF-DIFFERENCE NOT = ZERO
                   MOVE 'DOES NOT PROVE TO CLOSING BALANCE - NOT LOADED'
                       TO PS-STATUS
               WHEN INVALID-ITEM-COUNT > ZERO
                   MOVE 'INVALID ITEMS - NOT LOADED' TO PS-STATUS
               WHEN OTHER
                   MOVE 'ITEM COUNTS DISAGREE - NOT LOADED'
                       TO PS-STATUS
           END-EVALUATE.
           WRITE PRINT-LINE FROM PROOF-STATUS-LINE.
      *
       900-WRAP-UP.
           CLOSE STATEMENT-FILE, BNKITEM-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PATPAY                                                         *
      * Patient receivable payment posting.  The day's patient         *
      * payments and the collection agency's returned collections      *
      * (PATPMT) are loaded, then the PATRECV receivable file is       *
      * walked once.  A payment naming its stay is applied to that     *
      * stay; an undated patient payment pays the patient's open stays *
      * in the order they were billed.  Part payments reduce the       *
      * balance due and leave the receivable open; a receivable with   *
      * nothing left owing is marked paid.  An agency collection pays  *
      * its stay gross - the agency's fee is split out and goes to the *
      * GL feed as collection expense, only the net arriving as cash.  *
      * Patient money left over is listed as unapplied for refund      *
      * review and parked in unapplied cash; an agency collection that *
      * matches no stay or exceeds its balance is listed and left for  *
      * the business office.                                           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (PATPAYRP, PATRECV, GLFEED & SYSOUT)  *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATPAY.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE
               ASSIGN TO UT-S-PATPMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYMENT-ST.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRECV-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO PATPAYRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY PATPMT.
      *
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
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
       01  PROGRAM-SWITCHES.
           05  PAYMENT-ST                 PIC X(2).
               88  PAYMENT-OK                     VALUE '00'.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYMENT-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PAYMENTS               VALUE 'Y'.
           05  PATRECV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
           05  RECEIVABLE-CHANGED-WS      PIC X(1).
               88  RECEIVABLE-CHANGED             VALUE 'Y'.
      *
      * THE DAY'S PAYMENTS, HELD SO ONE SEQUENTIAL PASS OF THE
      * RECEIVABLE FILE APPLIES THEM ALL.  PY-REMAINING IS WHAT IS
      * STILL TO APPLY; AN AGENCY COLLECTION THAT CANNOT APPLY IN
      * FULL IS MARKED REJECTED AND APPLIES NOTHING.
       01  PAYMENT-TABLE-WS.
           05  PAYMENT-COUNT              PIC 9(4) VALUE ZERO.
           05  PAYMENT-ENTRY OCCURS 3000.
               10  PY-PATIENT-ID          PIC X(8).
               10  PY-BILL-DATE           PIC 9(8).
               10  PY-SOURCE              PIC X(1).
               10  PY-PAYMENT-AMOUNT      PIC 9(7)V99.
               10  PY-AGENCY-FEE          PIC 9(7)V99.
               10  PY-REMAINING           PIC 9(7)V99.
               10  PY-REJECTED-WS         PIC X(1).
       01  PY-SUB                         PIC 9(4).
       01  APPLY-AMOUNT-WS                PIC 9(9)V99.
       01  APPLY-COUNTS-WS.
           05  PAYMENTS-LOADED-COUNT      PIC 9(5) VALUE ZERO.
           05  APPLICATIONS-COUNT         PIC 9(5) VALUE ZERO.
           05  PAID-IN-FULL-COUNT         PIC 9(5) VALUE ZERO.
           05  UNAPPLIED-COUNT            PIC 9(5) VALUE ZERO.
           05  AGENCY-REJECT-COUNT        PIC 9(5) VALUE ZERO.
           05  PATIENT-APPLIED-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  AGENCY-APPLIED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  AGENCY-FEE-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  AGENCY-NET-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  UNAPPLIED-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  AGENCY-REJECT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "PATIENT PAYMENT POSTING REGISTER -".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "PATIENT".
           05  FILLER            PIC X(12) VALUE "BILL DATE".
           05  FILLER            PIC X(8)  VALUE "SOURCE".
           05  FILLER            PIC X(16) VALUE "         APPLIED".
           05  FILLER            PIC X(16) VALUE "      AGENCY FEE".
           05  FILLER            PIC X(16) VALUE "     BALANCE DUE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  PAYMENT-DETAIL-LINE.
           05  PD-PATIENT-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-SOURCE         PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-APPLIED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-FEE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-STATUS         PIC X(30).
       01  POSTING-TOTALS-LINE-ONE.
           05  FILLER            PIC X(14) VALUE "APPLICATIONS  ".
           05  PT-APPLIED        PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE "  PAID IN FULL    ".
           05  PT-PAID-IN-FULL   PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  UNAPPLIED  ".
           05  PT-UNAPPLIED      PIC ZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "  AGENCY NOT APPLIED  ".
           05  PT-AGENCY-REJECT  PIC ZZZZ9.
       01  POSTING-TOTALS-LINE-TWO.
           05  FILLER            PIC X(18) VALUE "PATIENT PAYMENTS  ".
           05  PT-PATIENT-TOTAL  PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(22) VALUE
                   "  AGENCY COLLECTIONS  ".
           05  PT-AGENCY-TOTAL   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(16) VALUE "  AGENCY FEES   ".
           05  PT-FEE-TOTAL      PIC $$,$$$,$$$,$$9.99.
       01  POSTING-TOTALS-LINE-THREE.
           05  FILLER            PIC X(18) VALUE "UNAPPLIED CASH    ".
           05  PT-UNAPPLIED-TOTAL
                                 PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(22) VALUE
                   "  AGENCY NOT APPLIED  ".
           05  PT-REJECT-TOTAL   PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-PAYMENT UNTIL NO-MORE-PAYMENTS.
           PERFORM 250-POST-TO-RECEIVABLE UNTIL NO-MORE-RECEIVABLES.
           PERFORM 650-REPORT-UNAPPLIED
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PAYMENT-COUNT.
           PERFORM 700-WRITE-RUN-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PATPAY' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-LOAD-PAYMENT.
      *
           READ PAYMENT-FILE
               AT END
                   SET NO-MORE-PAYMENTS TO TRUE
               NOT AT END
                   PERFORM 210-STORE-PAYMENT
           END-READ.
      *
       210-STORE-PAYMENT.
      *
           IF PAYMENT-COUNT >= 3000
               DISPLAY 'PATPAY: PAYMENT TABLE OVERFLOW'
               MOVE '210-STORE-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'PATPAY: PAYMENT TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO PAYMENT-COUNT, PAYMENTS-LOADED-COUNT.
           MOVE PAYMENT-COUNT TO PY-SUB.
           MOVE PP-PATIENT-ID TO PY-PATIENT-ID(PY-SUB).
           MOVE PP-BILL-DATE TO PY-BILL-DATE(PY-SUB).
           MOVE PP-SOURCE TO PY-SOURCE(PY-SUB).
           MOVE PP-PAYMENT-AMOUNT TO PY-PAYMENT-AMOUNT(PY-SUB),
                                     PY-REMAINING(PY-SUB).
           MOVE 'N' TO PY-REJECTED-WS(PY-SUB).
           IF PP-FROM-AGENCY
               MOVE PP-AGENCY-FEE TO PY-AGENCY-FEE(PY-SUB)
      *        THE AGENCY MUST SAY WHICH STAY IT COLLECTED ON, AND
      *        CANNOT KEEP MORE THAN IT COLLECTED.
               IF PP-BILL-DATE = ZERO
                   OR PP-AGENCY-FEE > PP-PAYMENT-AMOUNT
                   MOVE 'Y' TO PY-REJECTED-WS(PY-SUB)
               END-IF
           ELSE
               MOVE 'P' TO PY-SOURCE(PY-SUB)
               MOVE ZERO TO PY-AGENCY-FEE(PY-SUB)
           END-IF.
      *
       250-POST-TO-RECEIVABLE.
      *
           READ RECEIVABLE-FILE
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   IF (PR-OPEN OR PR-PLACED)
                       AND PR-BALANCE-DUE > ZERO
                       MOVE 'N' TO RECEIVABLE-CHANGED-WS
      *                STAY-DATED MONEY FIRST, THEN UNDATED PATIENT
      *                PAYMENTS AGAINST WHATEVER IS STILL OWED.
                       PERFORM 500-APPLY-DATED-PAYMENT
                           VARYING PY-SUB FROM 1 BY 1
                           UNTIL PY-SUB > PAYMENT-COUNT
                       PERFORM 510-APPLY-UNDATED-PAYMENT
                           VARYING PY-SUB FROM 1 BY 1
                           UNTIL PY-SUB > PAYMENT-COUNT
                       IF RECEIVABLE-CHANGED
                           PERFORM 550-REWRITE-RECEIVABLE
                       END-IF
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYMENT-OK
               DISPLAY 'PATIENT PAYMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT PAYMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATPMT' TO EL-FILE-NAME
               MOVE PAYMENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O RECEIVABLE-FILE.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVABLE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'PAYMENT POSTING REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT POSTING REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-APPLY-DATED-PAYMENT.
      *
           IF PY-PATIENT-ID(PY-SUB) = PR-PATIENT-ID
               AND PY-BILL-DATE(PY-SUB) = PR-BILL-DATE
               AND PY-REMAINING(PY-SUB) > ZERO
               AND PY-REJECTED-WS(PY-SUB) = 'N'
               AND PR-BALANCE-DUE > ZERO
               IF PY-SOURCE(PY-SUB) = 'A'
                   PERFORM 530-APPLY-AGENCY-COLLECTION
               ELSE
                   PERFORM 520-APPLY-PATIENT-PAYMENT
               END-IF
           END-IF.
      *
       510-APPLY-UNDATED-PAYMENT.
      *
           IF PY-PATIENT-ID(PY-SUB) = PR-PATIENT-ID
               AND PY-BILL-DATE(PY-SUB) = ZERO
               AND PY-SOURCE(PY-SUB) = 'P'
               AND PY-REMAINING(PY-SUB) > ZERO
               AND PR-BALANCE-DUE > ZERO
               PERFORM 520-APPLY-PATIENT-PAYMENT
           END-IF.
      *
       520-APPLY-PATIENT-PAYMENT.
      *
      *    A PART PAYMENT LEAVES THE STAY OPEN FOR THE REST; ANY
      *    MONEY OVER THE BALANCE STAYS WITH THE PAYMENT.
           IF PY-REMAINING(PY-SUB) < PR-BALANCE-DUE
               MOVE PY-REMAINING(PY-SUB) TO APPLY-AMOUNT-WS
           ELSE
               MOVE PR-BALANCE-DUE TO APPLY-AMOUNT-WS
           END-IF.
           SUBTRACT APPLY-AMOUNT-WS FROM PY-REMAINING(PY-SUB),
                                         PR-BALANCE-DUE.
           ADD APPLY-AMOUNT-WS TO PATIENT-APPLIED-TOTAL.
           MOVE 'PATIENT' TO PD-SOURCE.
           MOVE ZERO TO PD-FEE.
           PERFORM 540-RECORD-APPLICATION.
      *
       530-APPLY-AGENCY-COLLECTION.
      *
      *    THE AGENCY COLLECTED THE GROSS FROM THE PATIENT, SO THE
      *    GROSS COMES OFF THE BALANCE; THE FEE IS ITS EXPENSE TO
      *    US.  MORE THAN THE STAY OWES IS NOT APPLIED AT ALL.
           IF PY-REMAINING(PY-SUB) > PR-BALANCE-DUE
               MOVE 'Y' TO PY-REJECTED-WS(PY-SUB)
           ELSE
               MOVE PY-REMAINING(PY-SUB) TO APPLY-AMOUNT-WS
               MOVE ZERO TO PY-REMAINING(PY-SUB)
               SUBTRACT APPLY-AMOUNT-WS FROM PR-BALANCE-DUE
               ADD APPLY-AMOUNT-WS TO AGENCY-APPLIED-TOTAL
               ADD PY-AGENCY-FEE(PY-SUB) TO AGENCY-FEE-TOTAL
               COMPUTE AGENCY-NET-TOTAL = AGENCY-NET-TOTAL
                   + APPLY-AMOUNT-WS - PY-AGENCY-FEE(PY-SUB)
               MOVE 'AGENCY' TO PD-SOURCE
               MOVE PY-AGENCY-FEE(PY-SUB) TO PD-FEE
               PERFORM 540-RECORD-APPLICATION
           END-IF.
      *
       540-RECORD-APPLICATION.
      *
           SET RECEIVABLE-CHANGED TO TRUE.
           ADD 1 TO APPLICATIONS-COUNT.
           IF PR-BALANCE-DUE = ZERO
               SET PR-PAID TO TRUE
               ADD 1 TO PAID-IN-FULL-COUNT
               MOVE 'PAID IN FULL' TO PD-STATUS
           ELSE
               MOVE 'PART PAYMENT - BALANCE OPEN' TO PD-STATUS
           END-IF.
           MOVE PR-PATIENT-ID TO PD-PATIENT-ID.
           MOVE PR-BILL-DATE TO PD-BILL-DATE.
           MOVE APPLY-AMOUNT-WS TO PD-APPLIED.
           MOVE PR-BALANCE-DUE TO PD-BALANCE.
           WRITE PRINT-LINE FROM PAYMENT-DETAIL-LINE.
      *
       550-REWRITE-RECEIVABLE.
      *
           REWRITE PATIENT-RECV-RECORD.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE REWRITE PROBLEM'
               MOVE '550-REWRITE-RECEIVABLE'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVABLE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       650-REPORT-UNAPPLIED.
      *
      *    PATIENT MONEY LEFT OVER IS A CREDIT OWED BACK OR TO BE
      *    PLACED BY THE BUSINESS OFFICE.  AN AGENCY COLLECTION NOT
      *    APPLIED IS HELD FOR THE OFFICE TO TAKE UP WITH THE AGENCY.
           IF PY-SOURCE(PY-SUB) = 'A'
               IF PY-REJECTED-WS(PY-SUB) = 'Y'
                   OR PY-REMAINING(PY-SUB) > ZERO
                   ADD 1 TO AGENCY-REJECT-COUNT
                   COMPUTE AGENCY-REJECT-TOTAL = AGENCY-REJECT-TOTAL
                       + PY-PAYMENT-AMOUNT(PY-SUB)
                       - PY-AGENCY-FEE(PY-SUB)
                   MOVE 'AGENCY' TO PD-SOURCE
                   MOVE PY-PAYMENT-AMOUNT(PY-SUB) TO PD-APPLIED
                   MOVE PY-AGENCY-FEE(PY-SUB) TO PD-FEE
                   MOVE 'AGENCY - NOT APPLIED, REVIEW' TO PD-STATUS
                   PERFORM 660-WRITE-UNAPPLIED-LINE
               END-IF
           ELSE
               IF PY-REMAINING(PY-SUB) > ZERO
                   ADD 1 TO UNAPPLIED-COUNT
                   ADD PY-REMAINING(PY-SUB) TO UNAPPLIED-TOTAL
                   MOVE 'PATIENT' TO PD-SOURCE
                   MOVE PY-REMAINING(PY-SUB) TO PD-APPLIED
                   MOVE ZERO TO PD-FEE
                   MOVE 'UNAPPLIED - REFUND REVIEW' TO PD-STATUS
                   PERFORM 660-WRITE-UNAPPLIED-LINE
               END-IF
           END-IF.
      *
       660-WRITE-UNAPPLIED-LINE.
      *
           MOVE PY-PATIENT-ID(PY-SUB) TO PD-PATIENT-ID.
           MOVE PY-BILL-DATE(PY-SUB) TO PD-BILL-DATE.
           MOVE ZERO TO PD-BALANCE.
           WRITE PRINT-LINE FROM PAYMENT-DETAIL-LINE.
      *
       700-WRITE-RUN-TOTALS.
      *
           MOVE APPLICATIONS-COUNT TO PT-APPLIED.
           MOVE PAID-IN-FULL-COUNT TO PT-PAID-IN-FULL.
           MOVE UNAPPLIED-COUNT TO PT-UNAPPLIED.
           MOVE AGENCY-REJECT-COUNT TO PT-AGENCY-REJECT.
           MOVE PATIENT-APPLIED-TOTAL TO PT-PATIENT-TOTAL.
           MOVE AGENCY-APPLIED-TOTAL TO PT-AGENCY-TOTAL.
           MOVE AGENCY-FEE-TOTAL TO PT-FEE-TOTAL.
           MOVE UNAPPLIED-TOTAL TO PT-UNAPPLIED-TOTAL.
           MOVE AGENCY-REJECT-TOTAL TO PT-REJECT-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM POSTING-TOTALS-LINE-ONE.
           WRITE PRINT-LINE FROM POSTING-TOTALS-LINE-TWO.
           WRITE PRINT-LINE FROM POSTING-TOTALS-LINE-THREE.
      *
       750-WRITE-GL-FEED.
      *
      *    THE PATIENTS' CASH, THE AGENCY'S NET REMITTANCE AND ITS
      *    FEE EACH CLEAR THE RECEIVABLE AS ONE FEED RECORD; MONEY
      *    NOT APPLIED IS PARKED IN UNAPPLIED CASH.
           IF PATIENT-APPLIED-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATRECV ' TO GF-CREDIT-ACCOUNT
               MOVE PATIENT-APPLIED-TOTAL TO GF-AMOUNT
               MOVE 'PATIENT PAYMENTS' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF AGENCY-NET-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATRECV ' TO GF-CREDIT-ACCOUNT
               MOVE AGENCY-NET-TOTAL TO GF-AMOUNT
               MOVE 'AGENCY COLLECTIONS NET' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF AGENCY-FEE-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'COLLFEE ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATRECV ' TO GF-CREDIT-ACCOUNT
               MOVE AGENCY-FEE-TOTAL TO GF-AMOUNT
               MOVE 'COLLECTION AGENCY FEES' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
           IF UNAPPLIED-TOTAL + AGENCY-REJECT-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATUNAPL' TO GF-CREDIT-ACCOUNT
               COMPUTE GF-AMOUNT =
                   UNAPPLIED-TOTAL + AGENCY-REJECT-TOTAL
               MOVE 'PATIENT CASH UNAPPLIED' TO GF-DESCRIPTION
               PERFORM 760-WRITE-FEED-RECORD
           END-IF.
      *
       760-WRITE-FEED-RECORD.
      *
           MOVE 'PATPAY' TO GF-SOURCE-SYSTEM.
           WRITE GL-FEED-RECORD.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED WRITE PROBLEM'
               MOVE '760-WRITE-FEED-RECORD'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           CLOSE PAYMENT-FILE, RECEIVABLE-FILE, GL-FEED-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

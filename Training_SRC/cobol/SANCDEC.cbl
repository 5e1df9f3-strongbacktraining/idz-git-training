      ******************************************************************
      * SANCDEC                                                        *
      * Compliance officer decisions on sanctions-held payments.       *
      * TREASHUB puts a payment whose payee screens over the           *
      * threshold on PAYMAST compliance hold and keeps it off the      *
      * bank file.  Each decision card names the hub payment, the      *
      * decision and the officer: 'C' clears a false hit - the         *
      * payment goes back to issued and is written to the bank         *
      * release file for today's upload - and 'F' confirms a real      *
      * match - the payment is blocked for good and never sent.        *
      * Every decision is logged to the SANCAUD audit file with the    *
      * officer and the list version the payee was screened against;   *
      * cards for payments not on hold are rejected on the register.   *
      * PAYMAST keeps no bank account, so a released payment - a       *
      * held payroll direct deposit included - goes out as a check.    *
      * A cleared payment over its source's high-value approval limit  *
      * (TREASHUB's APR- parameters) is not released: it goes pending  *
      * approval on PAYAPPR like any other payment over the limit.     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SANCDRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCDEC.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-CARD-FILE
               ASSIGN TO UT-S-SANCDECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCDECT-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT BANK-RELEASE-FILE
               ASSIGN TO UT-S-BANKREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKREL-ST.
           SELECT PAYAPPR-FILE
               ASSIGN TO UT-S-PAYAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-PAYMENT-REF
               FILE STATUS IS PAYAPPR-ST.
           SELECT SANCAUD-FILE
               ASSIGN TO UT-S-SANCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCAUD-ST.
           SELECT PRINTFILE
               ASSIGN TO SANCDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-CARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DECISION-CARD-RECORD.
           05  DC-PAYMENT-REF            PIC 9(9).
      *    'C' CLEARED - NOT THE LISTED PARTY, 'F' CONFIRMED MATCH.
           05  DC-DECISION               PIC X(1).
               88  DC-CLEAR                      VALUE 'C'.
               88  DC-CONFIRM                    VALUE 'F'.
           05  DC-OFFICER-ID             PIC X(8).
           05  DC-DECISION-DATE          PIC 9(8).
           05  FILLER                    PIC X(14).
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
      * RELEASED PAYMENTS, IN TREASHUB'S BANK UPLOAD LAYOUT.
       FD  BANK-RELEASE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  BANK-RECORD.
           05  BK-PAYMENT-REF            PIC 9(9).
           05  BK-PAYEE-NAME             PIC X(25).
           05  BK-AMOUNT                 PIC 9(9)V99.
           05  BK-ISSUE-DATE             PIC 9(8).
           05  BK-PAYMENT-METHOD         PIC X(1).
               88  BK-DIRECT-DEPOSIT             VALUE 'D'.
               88  BK-CHECK                      VALUE 'C'.
           05  BK-ROUTING-NO             PIC 9(9).
           05  BK-ACCOUNT-NO             PIC X(17).
           05  BK-ACCOUNT-TYPE           PIC X(1).
           05  FILLER                    PIC X(9).
      *
       FD  PAYAPPR-FILE
           RECORD CONTAINS 170 CHARACTERS.
           COPY PAYAPPR.
      *
       FD  SANCAUD-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY SANCAUD.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  SANCDECT-ST                PIC X(2).
               88  SANCDECT-OK                    VALUE '00'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  BANKREL-ST                 PIC X(2).
               88  BANKREL-OK                     VALUE '00'.
           05  SANCAUD-ST                 PIC X(2).
               88  SANCAUD-OK                     VALUE '00'.
           05  PAYAPPR-ST                 PIC X(2).
               88  PAYAPPR-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  SANCDECT-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-DECISIONS              VALUE 'Y'.
       01  RUN-TOTALS-WS.
           05  DECISIONS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  RELEASED-COUNT             PIC 9(7) VALUE ZERO.
           05  RELEASED-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  BLOCKED-COUNT              PIC 9(7) VALUE ZERO.
           05  BLOCKED-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  REJECTED-COUNT             PIC 9(7) VALUE ZERO.
           05  APPROVAL-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05  APPROVAL-HELD-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
       01  DEFAULT-APPROVAL-LIMIT-WS      PIC 9(9)V99 VALUE 100000.00.
       01  APPROVAL-LIMIT-WS              PIC 9(9)V99.
       01  APPROVAL-DAYS-WS               PIC 9(3) VALUE 1.
       01  PARM-LIMIT-VALUE-WS.
           05  PARM-LIMIT-WS              PIC 9(9)V99.
       01  PARM-DAYS-VALUE-WS.
           05  PARM-DAYS-WS               PIC 9(3).
           COPY BUSDTCOB.
           COPY BUSDYCOB.
           COPY GPARMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "SANCTIONS HOLD DECISION REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE "PAYMENT".
           05  FILLER            PIC X(4)  VALUE "DEC".
           05  FILLER            PIC X(10) VALUE "OFFICER".
           05  FILLER            PIC X(27) VALUE "PAYEE".
           05  FILLER            PIC X(19) VALUE "AMOUNT".
           05  FILLER            PIC X(12) VALUE "LIST VER".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  DECISION-DETAIL-LINE.
           05  DD-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-DECISION       PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-OFFICER-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-LIST-VERSION   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-STATUS         PIC X(30).
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(15) VALUE "DECISIONS READ ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  RELEASED ".
           05  RT-RELEASED       PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-RELEASED-AMT   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(10) VALUE "  BLOCKED ".
           05  RT-BLOCKED        PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-BLOCKED-AMT    PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZZZ9.
       01  APPROVAL-TOTALS-LINE.
           05  FILLER            PIC X(29) VALUE
                   "CLEARED BUT PENDING APPROVAL ".
           05  AT-HELD           PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  AT-HELD-AMT       PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-DECISION UNTIL NO-MORE-DECISIONS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SANCDEC' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
      *    THE APPROVAL LIMITS ARE THE HUB'S, SO ONE PARAMETER
      *    GOVERNS EVERY ROUTE A PAYMENT TAKES TO THE BANK.
           MOVE 'TREASHUB' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'APR-DAYS' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC
                   MOVE PARM-DAYS-WS TO APPROVAL-DAYS-WS
               END-IF
           END-IF.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-DECISION.
      *
       200-APPLY-DECISION.
      *
           ADD 1 TO DECISIONS-READ-COUNT.
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE DC-PAYMENT-REF TO TD-PAYMENT-REF.
           READ PAYMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
           WHEN NOT PAYMAST-OK
               MOVE SPACES TO TD-PAYEE-NAME, TD-SCREEN-VERSION
               MOVE ZERO TO TD-AMOUNT
               MOVE 'REJECTED - NOT ON MASTER' TO REPORT-STATUS-WS
           WHEN NOT TD-COMPLIANCE-HOLD
               MOVE 'REJECTED - NOT ON COMPLIANCE HOLD'
                   TO REPORT-STATUS-WS
           WHEN NOT DC-CLEAR AND NOT DC-CONFIRM
               MOVE 'REJECTED - BAD DECISION CODE' TO REPORT-STATUS-WS
           WHEN DC-OFFICER-ID = SPACES
               MOVE 'REJECTED - NO OFFICER ID' TO REPORT-STATUS-WS
           WHEN DC-CLEAR
               PERFORM 510-GET-APPROVAL-LIMIT
               IF TD-AMOUNT > APPROVAL-LIMIT-WS
                   PERFORM 530-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 500-RELEASE-PAYMENT
               END-IF
           WHEN OTHER
               PERFORM 520-BLOCK-PAYMENT
           END-EVALUATE.
           IF REPORT-STATUS-WS(1:8) = 'REJECTED'
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM 560-WRITE-DECISION-AUDIT
           END-IF.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-DECISION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT DECISION-CARD-FILE.
           IF NOT SANCDECT-OK
               DISPLAY 'DECISION CARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DECISION CARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCDECT' TO EL-FILE-NAME
               MOVE SANCDECT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O PAYMENT-MASTER-FILE.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT BANK-RELEASE-FILE.
           IF NOT BANKREL-OK
               DISPLAY 'BANK RELEASE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BANK RELEASE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BANKREL' TO EL-FILE-NAME
               MOVE BANKREL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O PAYAPPR-FILE.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND SANCAUD-FILE.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'DECISION REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DECISION REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-DECISION.
      *
           READ DECISION-CARD-FILE
               AT END
                   SET NO-MORE-DECISIONS TO TRUE
           END-READ.
      *
       500-RELEASE-PAYMENT.
      *
      *    A CLEARED PAYMENT IS ISSUED AS OF TODAY, SO PAYAGE AGES
      *    IT FROM THE DAY IT ACTUALLY WENT TO THE BANK.
           SET TD-ISSUED TO TRUE.
           MOVE BD-BUSINESS-DATE TO TD-ISSUE-DATE.
           MOVE 'C' TO TD-PAYMENT-METHOD.
           PERFORM 540-REWRITE-MASTER.
           MOVE TD-PAYMENT-REF TO BK-PAYMENT-REF.
           MOVE TD-PAYEE-NAME TO BK-PAYEE-NAME.
           MOVE TD-AMOUNT TO BK-AMOUNT.
           MOVE TD-ISSUE-DATE TO BK-ISSUE-DATE.
           SET BK-CHECK TO TRUE.
           MOVE ZERO TO BK-ROUTING-NO.
           MOVE SPACES TO BK-ACCOUNT-NO, BK-ACCOUNT-TYPE.
           WRITE BANK-RECORD.
           IF NOT BANKREL-OK
               DISPLAY 'BANK RELEASE FILE WRITE PROBLEM'
               MOVE '500-RELEASE-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'BANK RELEASE FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BANKREL' TO EL-FILE-NAME
               MOVE BANKREL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO RELEASED-COUNT.
           ADD TD-AMOUNT TO RELEASED-TOTAL.
           MOVE 'CLEARED - RELEASED TO BANK' TO REPORT-STATUS-WS.
      *
       510-GET-APPROVAL-LIMIT.
      *
           MOVE DEFAULT-APPROVAL-LIMIT-WS TO APPROVAL-LIMIT-WS.
           MOVE SPACES TO GP-PARM-NAME.
           STRING 'APR-' TD-SOURCE-SYSTEM
               DELIMITED BY SIZE INTO GP-PARM-NAME
           END-STRING.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-LIMIT-VALUE-WS
               IF PARM-LIMIT-WS NUMERIC
                   MOVE PARM-LIMIT-WS TO APPROVAL-LIMIT-WS
               END-IF
           END-IF.
      *
       520-BLOCK-PAYMENT.
      *
           SET TD-SANCTIONS-BLOCKED TO TRUE.
           PERFORM 540-REWRITE-MASTER.
           ADD 1 TO BLOCKED-COUNT.
           ADD TD-AMOUNT TO BLOCKED-TOTAL.
           MOVE 'CONFIRMED - PAYMENT BLOCKED' TO REPORT-STATUS-WS.
      *
       530-HOLD-FOR-APPROVAL.
      *
      *    CLEARED OF THE SANCTIONS HIT BUT STILL OVER THE LIMIT -
      *    TWO APPROVERS MUST SIGN BEFORE THE HUB RELEASES IT.  THE
      *    HOLD KEPT NO BANK ACCOUNT, SO IT WILL GO AS A CHECK.
      *    THE OFFICER WHOSE CLEARANCE SENDS IT FOR APPROVAL IS ITS
      *    KEYER AND MAY NOT ALSO SIGN IT.
           SET TD-PENDING-APPROVAL TO TRUE.
           MOVE 'C' TO TD-PAYMENT-METHOD.
           PERFORM 540-REWRITE-MASTER.
           MOVE SPACES TO PAYMENT-APPROVAL-RECORD.
           MOVE TD-PAYMENT-REF TO AP-PAYMENT-REF.
           MOVE TD-SOURCE-SYSTEM TO AP-SOURCE-SYSTEM.
           MOVE TD-PAYEE-NAME TO AP-PAYEE-NAME.
           MOVE TD-AMOUNT TO AP-AMOUNT.
           MOVE APPROVAL-LIMIT-WS TO AP-APPROVAL-LIMIT.
           MOVE DC-OFFICER-ID TO AP-KEYED-BY.
           MOVE BD-BUSINESS-DATE TO AP-HELD-DATE.
           MOVE BD-BUSINESS-DATE TO AP-DEADLINE-DATE.
           SET BDY-ADD-BUSINESS-DAYS TO TRUE.
           MOVE BD-BUSINESS-DATE TO BDY-DATE-IN.
           MOVE APPROVAL-DAYS-WS TO BDY-DAYS-TO-ADD.
           MOVE SPACES TO BDY-SITE-CODE.
           CALL 'BUSDAY' USING BUSDAY-PARMS-WS.
           IF BDY-OK
               MOVE BDY-DATE-OUT TO AP-DEADLINE-DATE
           END-IF.
           SET AP-PENDING TO TRUE.
           MOVE ZERO TO AP-FIRST-APPROVAL-DATE,
                        AP-SECOND-APPROVAL-DATE, AP-RELEASED-DATE.
           MOVE 'C' TO AP-PAYMENT-METHOD.
           MOVE ZERO TO AP-ROUTING-NO.
           WRITE PAYMENT-APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL WRITE PROBLEM'
               MOVE '530-HOLD-FOR-APPROVAL'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO APPROVAL-HELD-COUNT.
           ADD TD-AMOUNT TO APPROVAL-HELD-TOTAL.
           MOVE 'CLEARED - PENDING APPROVAL' TO REPORT-STATUS-WS.
      *
       540-REWRITE-MASTER.
      *
           REWRITE PAYMENT-MASTER-RECORD.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER REWRITE PROBLEM'
               MOVE '540-REWRITE-MASTER'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       560-WRITE-DECISION-AUDIT.
      *
           MOVE SPACES TO SANCTIONS-AUDIT-RECORD.
           IF DC-DECISION-DATE NUMERIC AND DC-DECISION-DATE > ZERO
               MOVE DC-DECISION-DATE TO SK-EVENT-DATE
           ELSE
               MOVE BD-BUSINESS-DATE TO SK-EVENT-DATE
           END-IF.
           SET SK-DECISION TO TRUE.
           MOVE 'SANCDEC' TO SK-PROGRAM.
           MOVE TD-SCREEN-VERSION TO SK-LIST-VERSION.
           MOVE TD-SOURCE-SYSTEM TO SK-PARTY-SOURCE.
           MOVE TD-SOURCE-REF TO SK-PARTY-KEY.
           MOVE TD-PAYEE-NAME TO SK-PARTY-NAME.
           MOVE ZERO TO SK-SCORE, SK-THRESHOLD.
           MOVE TD-PAYMENT-REF TO SK-PAYMENT-REF.
           MOVE DC-DECISION TO SK-DECISION-CODE.
           MOVE DC-OFFICER-ID TO SK-OFFICER-ID.
           WRITE SANCTIONS-AUDIT-RECORD.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT WRITE PROBLEM'
               MOVE '560-WRITE-DECISION-AUDIT'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE DC-PAYMENT-REF TO DD-PAYMENT-REF.
           MOVE DC-DECISION TO DD-DECISION.
           MOVE DC-OFFICER-ID TO DD-OFFICER-ID.
           MOVE TD-PAYEE-NAME TO DD-PAYEE-NAME.
           MOVE TD-AMOUNT TO DD-AMOUNT.
           MOVE TD-SCREEN-VERSION TO DD-LIST-VERSION.
           MOVE REPORT-STATUS-WS TO DD-STATUS.
           WRITE PRINT-LINE FROM DECISION-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE DECISIONS-READ-COUNT TO RT-READ.
           MOVE RELEASED-COUNT TO RT-RELEASED.
           MOVE RELEASED-TOTAL TO RT-RELEASED-AMT.
           MOVE BLOCKED-COUNT TO RT-BLOCKED.
           MOVE BLOCKED-TOTAL TO RT-BLOCKED-AMT.
           MOVE REJECTED-COUNT TO RT-REJECTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
           MOVE APPROVAL-HELD-COUNT TO AT-HELD.
           MOVE APPROVAL-HELD-TOTAL TO AT-HELD-AMT.
           WRITE PRINT-LINE FROM APPROVAL-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE DECISION-CARD-FILE, PAYMENT-MASTER-FILE,
                 BANK-RELEASE-FILE, PAYAPPR-FILE, SANCAUD-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PAYAPPRV                                                       *
      * Dual-control approval of high-value payments.  TREASHUB (and   *
      * SANCDEC, for a cleared sanctions hold) keeps a payment over    *
      * its source's approval limit off the bank file, pending         *
      * approval on PAYAPPR.  Each approval card names the hub         *
      * payment and the approver: the first valid card records the     *
      * first signature, and a second valid card from a different      *
      * approver approves the payment, which the next TREASHUB run     *
      * releases to the bank.  An approver must be active on the       *
      * PAYAUTH authorized-approver file and may not be the person     *
      * who keyed the underlying transaction, and the same approver    *
      * cannot sign twice.  Cards that fail any rule are rejected on   *
      * the register and the payment stays pending.  The PAPR online   *
      * transaction (PAYAPWB) applies the same rules at the terminal.  *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (PAYAPRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPRV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-CARD-FILE
               ASSIGN TO UT-S-PAYAPCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYAPCRD-ST.
           SELECT PAYAPPR-FILE
               ASSIGN TO UT-S-PAYAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-PAYMENT-REF
               FILE STATUS IS PAYAPPR-ST.
           SELECT PAYAUTH-FILE
               ASSIGN TO UT-S-PAYAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PZ-APPROVER-ID
               FILE STATUS IS PAYAUTH-ST.
           SELECT PRINTFILE
               ASSIGN TO PAYAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-CARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  APPROVAL-CARD-RECORD.
           05  AC-PAYMENT-REF            PIC 9(9).
           05  AC-APPROVER-ID            PIC X(8).
           05  AC-APPROVAL-DATE          PIC 9(8).
           05  FILLER                    PIC X(15).
      *
       FD  PAYAPPR-FILE
           RECORD CONTAINS 170 CHARACTERS.
           COPY PAYAPPR.
      *
       FD  PAYAUTH-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY PAYAUTH.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  PAYAPCRD-ST                PIC X(2).
               88  PAYAPCRD-OK                    VALUE '00'.
           05  PAYAPPR-ST                 PIC X(2).
               88  PAYAPPR-OK                     VALUE '00'.
           05  PAYAUTH-ST                 PIC X(2).
               88  PAYAUTH-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYAPCRD-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CARDS                  VALUE 'Y'.
           05  APPROVER-WS                PIC X(1).
               88  APPROVER-AUTHORIZED            VALUE 'Y'.
       01  APPROVAL-DATE-WS               PIC 9(8).
       01  RUN-TOTALS-WS.
           05  CARDS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  FIRST-SIGNED-COUNT         PIC 9(7) VALUE ZERO.
           05  APPROVED-COUNT             PIC 9(7) VALUE ZERO.
           05  APPROVED-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  REJECTED-COUNT             PIC 9(7) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(36).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "HIGH-VALUE PAYMENT APPROVALS -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE "PAYMENT".
           05  FILLER            PIC X(10) VALUE "APPROVER".
           05  FILLER            PIC X(10) VALUE "SOURCE".
           05  FILLER            PIC X(27) VALUE "PAYEE".
           05  FILLER            PIC X(17) VALUE "AMOUNT".
           05  FILLER            PIC X(10) VALUE "KEYED BY".
           05  FILLER            PIC X(36) VALUE "STATUS".
       01  APPROVAL-DETAIL-LINE.
           05  DD-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-APPROVER-ID    PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-KEYED-BY       PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-STATUS         PIC X(36).
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "CARDS READ ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(15) VALUE "  FIRST SIGNED ".
           05  RT-FIRST          PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  APPROVED ".
           05  RT-APPROVED       PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-APPROVED-AMT   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-APPROVAL UNTIL NO-MORE-CARDS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PAYAPPRV' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-CARD.
      *
       200-APPLY-APPROVAL.
      *
           ADD 1 TO CARDS-READ-COUNT.
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE AC-PAYMENT-REF TO AP-PAYMENT-REF.
           READ PAYAPPR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 410-CHECK-APPROVER.
           EVALUATE TRUE
           WHEN NOT PAYAPPR-OK
               MOVE SPACES TO AP-SOURCE-SYSTEM, AP-PAYEE-NAME,
                              AP-KEYED-BY
               MOVE ZERO TO AP-AMOUNT
               MOVE 'REJECTED - NOT HELD FOR APPROVAL'
                   TO REPORT-STATUS-WS
           WHEN NOT AP-PENDING
               MOVE 'REJECTED - NOT PENDING APPROVAL'
                   TO REPORT-STATUS-WS
           WHEN AC-APPROVER-ID = SPACES
               MOVE 'REJECTED - NO APPROVER ID' TO REPORT-STATUS-WS
           WHEN NOT APPROVER-AUTHORIZED
               MOVE 'REJECTED - NOT AN AUTHORIZED APPROVER'
                   TO REPORT-STATUS-WS
           WHEN AC-APPROVER-ID = AP-KEYED-BY
               MOVE 'REJECTED - APPROVER KEYED THE PAYMENT'
                   TO REPORT-STATUS-WS
           WHEN AC-APPROVER-ID = AP-FIRST-APPROVER
               MOVE 'REJECTED - SAME APPROVER TWICE'
                   TO REPORT-STATUS-WS
           WHEN AP-FIRST-APPROVER = SPACES
               PERFORM 500-FIRST-SIGNATURE
           WHEN OTHER
               PERFORM 520-SECOND-SIGNATURE
           END-EVALUATE.
           IF REPORT-STATUS-WS(1:8) = 'REJECTED'
               ADD 1 TO REJECTED-COUNT
           END-IF.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-CARD.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT APPROVAL-CARD-FILE.
           IF NOT PAYAPCRD-OK
               DISPLAY 'APPROVAL CARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'APPROVAL CARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPCRD' TO EL-FILE-NAME
               MOVE PAYAPCRD-ST TO EL-FILE-STATUS
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
           OPEN INPUT PAYAUTH-FILE.
           IF NOT PAYAUTH-OK
               DISPLAY 'AUTHORIZED APPROVER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUTHORIZED APPROVER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAUTH' TO EL-FILE-NAME
               MOVE PAYAUTH-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'APPROVAL REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'APPROVAL REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-CARD.
      *
           READ APPROVAL-CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
       410-CHECK-APPROVER.
      *
           MOVE 'N' TO APPROVER-WS.
           IF AC-APPROVER-ID NOT = SPACES
               MOVE AC-APPROVER-ID TO PZ-APPROVER-ID
               READ PAYAUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PZ-ACTIVE
                           SET APPROVER-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       500-FIRST-SIGNATURE.
      *
           PERFORM 510-SET-APPROVAL-DATE.
           MOVE AC-APPROVER-ID TO AP-FIRST-APPROVER.
           MOVE APPROVAL-DATE-WS TO AP-FIRST-APPROVAL-DATE.
           PERFORM 540-REWRITE-APPROVAL.
           ADD 1 TO FIRST-SIGNED-COUNT.
           MOVE 'FIRST SIGNATURE - ONE MORE NEEDED'
               TO REPORT-STATUS-WS.
      *
       510-SET-APPROVAL-DATE.
      *
           IF AC-APPROVAL-DATE NUMERIC AND AC-APPROVAL-DATE > ZERO
               MOVE AC-APPROVAL-DATE TO APPROVAL-DATE-WS
           ELSE
               MOVE BD-BUSINESS-DATE TO APPROVAL-DATE-WS
           END-IF.
      *
       520-SECOND-SIGNATURE.
      *
           PERFORM 510-SET-APPROVAL-DATE.
           MOVE AC-APPROVER-ID TO AP-SECOND-APPROVER.
           MOVE APPROVAL-DATE-WS TO AP-SECOND-APPROVAL-DATE.
           SET AP-APPROVED TO TRUE.
           PERFORM 540-REWRITE-APPROVAL.
           ADD 1 TO APPROVED-COUNT.
           ADD AP-AMOUNT TO APPROVED-TOTAL.
           MOVE 'APPROVED - RELEASES ON NEXT HUB RUN'
               TO REPORT-STATUS-WS.
      *
       540-REWRITE-APPROVAL.
      *
           REWRITE PAYMENT-APPROVAL-RECORD.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL REWRITE PROBLEM'
               MOVE '540-REWRITE-APPROVAL'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE AC-PAYMENT-REF TO DD-PAYMENT-REF.
           MOVE AC-APPROVER-ID TO DD-APPROVER-ID.
           MOVE AP-SOURCE-SYSTEM TO DD-SOURCE.
           MOVE AP-PAYEE-NAME TO DD-PAYEE-NAME.
           MOVE AP-AMOUNT TO DD-AMOUNT.
           MOVE AP-KEYED-BY TO DD-KEYED-BY.
           MOVE REPORT-STATUS-WS TO DD-STATUS.
           WRITE PRINT-LINE FROM APPROVAL-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE CARDS-READ-COUNT TO RT-READ.
           MOVE FIRST-SIGNED-COUNT TO RT-FIRST.
           MOVE APPROVED-COUNT TO RT-APPROVED.
           MOVE APPROVED-TOTAL TO RT-APPROVED-AMT.
           MOVE REJECTED-COUNT TO RT-REJECTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE APPROVAL-CARD-FILE, PAYAPPR-FILE, PAYAUTH-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

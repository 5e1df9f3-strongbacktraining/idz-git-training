      ******************************************************************
      * PATCLMAP                                                       *
      * Hospital claim settlement, run after INSURCOB's pay cycle.     *
      * Reads the cycle's remittance detail (RMTDTL) for the           *
      * hospital's own provider code (the HOSP-PROV-CD parameter) and  *
      * applies each settled claim to the patient receivable PATCLMGN  *
      * filed it for. A claim paid to the hospital takes the insurance *
      * payment off the bill, writes off the contractual adjustment -  *
      * what the plan allowed below the billed charges - and leaves    *
      * the member share as the patient's balance due; a receivable    *
      * with nothing left to collect is marked paid. A claim paid to   *
      * the member or denied leaves the whole bill on the patient. A   *
      * reversal is listed for the business office and the receivable  *
      * left alone. The payments and the adjustments go to the GL feed *
      * as one record each.                                            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (PATCLRGS, PATRECV, GLFEED & SYSOUT)  *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATCLMAP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-DETAIL-FILE
               ASSIGN TO UT-S-RMTDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTDTL-ST.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRECV-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO PATCLRGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY RMTDTL.
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
           05  RMTDTL-ST                  PIC X(2).
               88  RMTDTL-OK                      VALUE '00'.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RMTDTL-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-REMITS                 VALUE 'Y'.
           05  PATRECV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
           05  SETTLEMENT-FOUND-WS        PIC X(1).
               88  SETTLEMENT-FOUND               VALUE 'Y'.
      *
       01  HOSPITAL-PROVIDER-WS           PIC X(2)  VALUE SPACES.
           COPY GPARMCOB.
      *
      * THE CYCLE'S SETTLEMENTS OF HOSPITAL CLAIMS.  A CLAIM SETTLED
      * MORE THAN ONCE IN THE CYCLE KEEPS ITS LAST SETTLEMENT.
       01  SETTLEMENT-TABLE-WS.
           05  SETTLEMENT-COUNT           PIC 9(4) VALUE ZERO.
           05  SETTLEMENT-ENTRY OCCURS 3000.
               10  SE-CLAIM-KEY.
                   15  SE-POLICY-NO       PIC 9(7).
                   15  SE-CLAIM-SEQ-NO    PIC 9(2).
               10  SE-CLAIM-STATUS        PIC X(1).
               10  SE-PAYEE               PIC X(1).
               10  SE-PAID-AMT            PIC 9(7)V99.
               10  SE-MEMBER-SHARE        PIC 9(7)V99.
               10  SE-REASON-CODE         PIC X(5).
       01  SE-SUB                         PIC 9(4).
       01  REMIT-CLAIM-KEY-WS.
           05  RK-POLICY-NO               PIC 9(7).
           05  RK-CLAIM-SEQ-NO            PIC 9(2).
       01  REMAINING-WS                   PIC 9(9)V99.
       01  PATIENT-PAID-WS                PIC 9(9)V99.
       01  RUN-COUNTS-WS.
           05  REMITS-LOADED-COUNT        PIC 9(5) VALUE ZERO.
           05  PAID-COUNT                 PIC 9(5) VALUE ZERO.
           05  PAID-MEMBER-COUNT          PIC 9(5) VALUE ZERO.
           05  DENIED-COUNT               PIC 9(5) VALUE ZERO.
           05  REVERSED-COUNT             PIC 9(5) VALUE ZERO.
           05  INSURANCE-PAID-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  ADJUSTMENT-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  MEMBER-SHARE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "HOSPITAL CLAIM SETTLEMENT REGISTER -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(19) VALUE "   PAY-TO PROVIDER ".
           05  HDG-PROVIDER      PIC X(2).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "PATIENT".
           05  FILLER            PIC X(12) VALUE "CLAIM".
           05  FILLER            PIC X(16) VALUE "          BILLED".
           05  FILLER            PIC X(16) VALUE "  INSURANCE PAID".
           05  FILLER            PIC X(16) VALUE "      ADJUSTMENT".
           05  FILLER            PIC X(16) VALUE "     BALANCE DUE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE "REASON".
           05  FILLER            PIC X(30) VALUE "SETTLEMENT".
       01  SETTLEMENT-DETAIL-LINE.
           05  SD-PATIENT-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  SD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-BILLED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-PAID           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-ADJUSTMENT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-REASON-CODE    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-SETTLEMENT     PIC X(30).
       01  RUN-TOTALS-LINE-ONE.
           05  FILLER            PIC X(16) VALUE "PAID TO HOSPITAL".
           05  RT-PAID           PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  PAID TO MEMBER".
           05  RT-PAID-MEMBER    PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  DENIED ".
           05  RT-DENIED         PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  REVERSED ".
           05  RT-REVERSED       PIC ZZZZ9.
       01  RUN-TOTALS-LINE-TWO.
           05  FILLER            PIC X(16) VALUE "INSURANCE PAID ".
           05  RT-INSURANCE-PAID PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(14) VALUE "  ADJUSTMENTS ".
           05  RT-ADJUSTMENT     PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(16) VALUE "  MEMBER SHARE ".
           05  RT-MEMBER-SHARE   PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-SETTLEMENT UNTIL NO-MORE-REMITS.
           PERFORM 250-APPLY-SETTLEMENT UNTIL NO-MORE-RECEIVABLES.
           PERFORM 700-WRITE-RUN-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PATCLMAP' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 150-GET-HOSPITAL-PROVIDER.
           MOVE HOSPITAL-PROVIDER-WS TO HDG-PROVIDER.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-HOSPITAL-PROVIDER.
      *
           MOVE 'PATCLMAP' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'HOSP-PROV-CD' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE(1:2) TO HOSPITAL-PROVIDER-WS
           END-IF.
           IF HOSPITAL-PROVIDER-WS = SPACES
               DISPLAY 'PATCLMAP: NO HOSP-PROV-CD PARAMETER'
               MOVE '150-GET-HOSPITAL-PROVIDER'
                  TO EL-PARAGRAPH
               MOVE 'PATCLMAP: NO HOSP-PROV-CD PARAMETER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       200-LOAD-SETTLEMENT.
      *
           READ REMIT-DETAIL-FILE
               AT END
                   SET NO-MORE-REMITS TO TRUE
               NOT AT END
                   IF RX-PROVIDER-CODE = HOSPITAL-PROVIDER-WS
                       PERFORM 210-STORE-SETTLEMENT
                   END-IF
           END-READ.
      *
       210-STORE-SETTLEMENT.
      *
           MOVE RX-POLICY-NO TO RK-POLICY-NO.
           MOVE RX-CLAIM-SEQ-NO TO RK-CLAIM-SEQ-NO.
           PERFORM 400-FIND-SETTLEMENT.
           IF NOT SETTLEMENT-FOUND
               IF SETTLEMENT-COUNT >= 3000
                   DISPLAY 'PATCLMAP: SETTLEMENT TABLE OVERFLOW'
                   MOVE '210-STORE-SETTLEMENT'
                      TO EL-PARAGRAPH
                   MOVE 'PATCLMAP: SETTLEMENT TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO SETTLEMENT-COUNT
               MOVE SETTLEMENT-COUNT TO SE-SUB
               MOVE REMIT-CLAIM-KEY-WS TO SE-CLAIM-KEY(SE-SUB)
           END-IF.
           MOVE RX-CLAIM-STATUS TO SE-CLAIM-STATUS(SE-SUB).
           MOVE RX-PAYEE TO SE-PAYEE(SE-SUB).
           MOVE RX-PAID-AMT TO SE-PAID-AMT(SE-SUB).
           MOVE RX-MEMBER-SHARE TO SE-MEMBER-SHARE(SE-SUB).
           MOVE RX-REASON-CODE TO SE-REASON-CODE(SE-SUB).
           ADD 1 TO REMITS-LOADED-COUNT.
      *
       250-APPLY-SETTLEMENT.
      *
           READ RECEIVABLE-FILE
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   IF PR-CLAIM-FILED
                       MOVE PR-CLAIM-KEY TO REMIT-CLAIM-KEY-WS
                       PERFORM 400-FIND-SETTLEMENT
                       IF SETTLEMENT-FOUND
                           PERFORM 500-SETTLE-RECEIVABLE
                       END-IF
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT REMIT-DETAIL-FILE.
           IF NOT RMTDTL-OK
               DISPLAY 'REMITTANCE DETAIL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE DETAIL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RMTDTL' TO EL-FILE-NAME
               MOVE RMTDTL-ST TO EL-FILE-STATUS
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
               DISPLAY 'SETTLEMENT REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SETTLEMENT REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-FIND-SETTLEMENT.
      *
           MOVE 'N' TO SETTLEMENT-FOUND-WS.
           PERFORM 410-MATCH-SETTLEMENT
               VARYING SE-SUB FROM 1 BY 1
               UNTIL SE-SUB > SETTLEMENT-COUNT
               OR SETTLEMENT-FOUND.
      *
       410-MATCH-SETTLEMENT.
      *
           IF SE-CLAIM-KEY(SE-SUB) = REMIT-CLAIM-KEY-WS
               SET SETTLEMENT-FOUND TO TRUE
      *        PERFORM VARYING LEAVES SE-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM SE-SUB
           END-IF.
      *
       500-SETTLE-RECEIVABLE.
      *
           MOVE SE-REASON-CODE(SE-SUB) TO SD-REASON-CODE.
           EVALUATE TRUE
               WHEN SE-CLAIM-STATUS(SE-SUB) = 'P'
                   AND SE-PAYEE(SE-SUB) = 'P'
                   PERFORM 510-APPLY-INSURANCE-PAYMENT
               WHEN SE-CLAIM-STATUS(SE-SUB) = 'P'
      *            THE PLAN PAID THE MEMBER - THE HOSPITAL COLLECTS
      *            THE WHOLE BILL FROM THE PATIENT.
                   SET PR-CLAIM-PAID-MEMBER TO TRUE
                   ADD 1 TO PAID-MEMBER-COUNT
                   MOVE 'PAID TO MEMBER - PATIENT OWES'
                       TO SD-SETTLEMENT
                   PERFORM 550-REWRITE-RECEIVABLE
               WHEN SE-CLAIM-STATUS(SE-SUB) = 'D'
                   SET PR-CLAIM-DENIED TO TRUE
                   ADD 1 TO DENIED-COUNT
                   MOVE 'DENIED - PATIENT OWES BILL'
                       TO SD-SETTLEMENT
                   PERFORM 550-REWRITE-RECEIVABLE
               WHEN OTHER
                   ADD 1 TO REVERSED-COUNT
                   MOVE 'REVERSED - REVIEW RECEIVABLE'
                       TO SD-SETTLEMENT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
      *
       510-APPLY-INSURANCE-PAYMENT.
      *
      *    THE PAYMENT, THEN THE MEMBER'S SHARE, COME OFF THE BILL;
      *    WHATEVER THE PLAN DID NOT ALLOW IS WRITTEN OFF.  NEITHER
      *    MAY TAKE THE RECEIVABLE BELOW ZERO.  WHAT THE PATIENT
      *    PAID WHILE THE CLAIM WAS OUT COMES OFF THE MEMBER SHARE.
           COMPUTE PATIENT-PAID-WS = PR-BILL-AMOUNT - PR-BALANCE-DUE.
           MOVE SE-PAID-AMT(SE-SUB) TO PR-INSURANCE-PAID.
           IF PR-INSURANCE-PAID > PR-BILL-AMOUNT
               MOVE PR-BILL-AMOUNT TO PR-INSURANCE-PAID
           END-IF.
           COMPUTE REMAINING-WS = PR-BILL-AMOUNT - PR-INSURANCE-PAID.
           MOVE SE-MEMBER-SHARE(SE-SUB) TO PR-BALANCE-DUE.
           IF PR-BALANCE-DUE > REMAINING-WS
               MOVE REMAINING-WS TO PR-BALANCE-DUE
           END-IF.
           COMPUTE PR-CONTRACT-ADJUSTMENT =
               REMAINING-WS - PR-BALANCE-DUE.
           SET PR-CLAIM-PAID TO TRUE.
           EVALUATE TRUE
               WHEN PATIENT-PAID-WS > PR-BALANCE-DUE
                   MOVE ZERO TO PR-BALANCE-DUE
                   MOVE 'PAID - PATIENT OVERPAID, REFUND'
                       TO SD-SETTLEMENT
               WHEN PATIENT-PAID-WS = PR-BALANCE-DUE
                   MOVE ZERO TO PR-BALANCE-DUE
                   MOVE 'PAID - NOTHING LEFT TO COLLECT'
                       TO SD-SETTLEMENT
               WHEN OTHER
                   SUBTRACT PATIENT-PAID-WS FROM PR-BALANCE-DUE
                   MOVE 'PAID - MEMBER SHARE BILLED'
                       TO SD-SETTLEMENT
           END-EVALUATE.
           IF PR-BALANCE-DUE = ZERO
               SET PR-PAID TO TRUE
           END-IF.
           ADD 1 TO PAID-COUNT.
           ADD PR-INSURANCE-PAID TO INSURANCE-PAID-TOTAL.
           ADD PR-CONTRACT-ADJUSTMENT TO ADJUSTMENT-TOTAL.
           ADD PR-BALANCE-DUE TO MEMBER-SHARE-TOTAL.
           PERFORM 550-REWRITE-RECEIVABLE.
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
       600-WRITE-DETAIL-LINE.
      *
           MOVE PR-PATIENT-ID TO SD-PATIENT-ID.
           MOVE PR-CLAIM-POLICY-NO TO SD-POLICY-NO.
           MOVE PR-CLAIM-SEQ-NO TO SD-CLAIM-SEQ-NO.
           MOVE PR-BILL-AMOUNT TO SD-BILLED.
           MOVE PR-INSURANCE-PAID TO SD-PAID.
           MOVE PR-CONTRACT-ADJUSTMENT TO SD-ADJUSTMENT.
           MOVE PR-BALANCE-DUE TO SD-BALANCE.
           WRITE PRINT-LINE FROM SETTLEMENT-DETAIL-LINE.
      *
       700-WRITE-RUN-TOTALS.
      *
           MOVE PAID-COUNT TO RT-PAID.
           MOVE PAID-MEMBER-COUNT TO RT-PAID-MEMBER.
           MOVE DENIED-COUNT TO RT-DENIED.
           MOVE REVERSED-COUNT TO RT-REVERSED.
           MOVE INSURANCE-PAID-TOTAL TO RT-INSURANCE-PAID.
           MOVE ADJUSTMENT-TOTAL TO RT-ADJUSTMENT.
           MOVE MEMBER-SHARE-TOTAL TO RT-MEMBER-SHARE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE-ONE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE-TWO.
      *
       750-WRITE-GL-FEED.
      *
      *    THE INSURANCE CASH AND THE CONTRACTUAL WRITE-OFF EACH POST
      *    AS ONE FEED RECORD AGAINST THE PATIENT RECEIVABLE.
           IF INSURANCE-PAID-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'PATCLMAP' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATRECV ' TO GF-CREDIT-ACCOUNT
               MOVE INSURANCE-PAID-TOTAL TO GF-AMOUNT
               MOVE 'HOSPITAL CLAIM PAYMENTS' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
           IF ADJUSTMENT-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'PATCLMAP' TO GF-SOURCE-SYSTEM
               MOVE 'CONTRADJ' TO GF-DEBIT-ACCOUNT
               MOVE 'PATRECV ' TO GF-CREDIT-ACCOUNT
               MOVE ADJUSTMENT-TOTAL TO GF-AMOUNT
               MOVE 'CONTRACTUAL ADJUSTMENTS' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
      *
       900-WRAP-UP.
           CLOSE REMIT-DETAIL-FILE, RECEIVABLE-FILE, GL-FEED-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

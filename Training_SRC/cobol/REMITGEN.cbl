      ******************************************************************
      * REMITGEN                                                       *
      * Electronic remittance advice builder, run after TREASHUB.      *
      * Providers paid directly get a check from the hub but nothing   *
      * machine-readable saying which claims it covers; this run       *
      * turns the cycle's remittance detail (INSURCOB and CLMREADJ's   *
      * RMTDTL datasets, concatenated) into one 835-style remittance   *
      * per provider on the ERAOUT file:                               *
      *    H  payment header - the provider's hub payments for the     *
      *       cycle, count and total, from the HUBXREF file TREASHUB   *
      *       writes                                                   *
      *    C  one claim loop per paid, denied or reversed claim, with  *
      *       billed, allowed, member share, paid and interest, the    *
      *       adjustment reason code and the PAYMAST TD-PAYMENT-REF    *
      *       the claim's check was issued under, and any of the       *
      *       provider's open overpayment INSURCOB netted out of it    *
      *    T  trailer - claim count, the remitted total, the           *
      *       overpayment offsets and the balance status               *
      * The provider-paid amounts on the claim loops, less the         *
      * offsets, must equal the provider's hub disbursements to the    *
      * penny.  Any provider out of balance - including one with       *
      * disbursements but no detail - is listed on REMITRPT and the    *
      * step ends with RETURN-CODE 8 so the scheduler holds the        *
      * remittance release.                                            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (ERAOUT, REMITRPT & SYSOUT)           *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITGEN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HUB-XREF-FILE
               ASSIGN TO UT-S-HUBXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-SOURCE-REF
               FILE STATUS IS HUBXREF-ST.
           SELECT REMIT-DETAIL-FILE
               ASSIGN TO UT-S-RMTDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTDTL-ST.
           SELECT SORT-REMIT-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-REMIT-FILE
               ASSIGN TO UT-S-RMTSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTSRT-ST.
           SELECT PROVIDER-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVMST-ST.
           SELECT ERA-FILE
               ASSIGN TO UT-S-ERAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERAOUT-ST.
           SELECT PRINTFILE
               ASSIGN TO REMITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HUB-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY HUBXREF.
      *
       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REMIT-DETAIL-IN               PIC X(100).
      *
       SD  SORT-REMIT-FILE.
       01  SORT-REMIT-REC.
           05  SR-PROVIDER-CODE          PIC X(2).
           05  SR-POLICY-NO              PIC 9(7).
           05  SR-CLAIM-SEQ-NO           PIC 9(2).
           05  FILLER                    PIC X(89).
      *
       FD  SORTED-REMIT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY RMTDTL.
      *
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
      * THE REMITTANCE FILE - HEADER, CLAIM LOOPS AND TRAILER PER
      * PROVIDER, IN PROVIDER-CODE ORDER.  SIGNED AMOUNTS CARRY A
      * LEADING SEPARATE SIGN SO A REVERSAL READS AS A TAKEBACK.
       FD  ERA-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ERA-HEADER-RECORD.
           05  EH-RECORD-TYPE            PIC X(1).
           05  EH-PROVIDER-CODE          PIC X(2).
           05  EH-PROVIDER-NAME          PIC X(25).
           05  EH-CYCLE-DATE             PIC 9(8).
           05  EH-PAYMENT-COUNT          PIC 9(5).
           05  EH-PAYMENT-TOTAL          PIC 9(9)V99.
           05  FILLER                    PIC X(48).
       01  ERA-CLAIM-RECORD.
           05  EC-RECORD-TYPE            PIC X(1).
           05  EC-PROVIDER-CODE          PIC X(2).
           05  EC-POLICY-NO              PIC 9(7).
           05  EC-CLAIM-SEQ-NO           PIC 9(2).
      *        1 PROCESSED, 4 DENIED, 22 REVERSAL OF PRIOR PAYMENT
           05  EC-CLAIM-STATUS           PIC X(2).
           05  EC-PAYMENT-REF            PIC 9(9).
           05  EC-PAYEE                  PIC X(1).
           05  EC-BILLED-AMT             PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  EC-ALLOWED-AMT            PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  EC-MEMBER-SHARE           PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  EC-PAID-AMT               PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  EC-INTEREST-AMT           PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  EC-REASON-CODE            PIC X(5).
      *        OVERPAYMENT RECOVERED OUT OF THIS CLAIM'S CHECK
           05  EC-OFFSET-AMT             PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  FILLER                    PIC X(11).
       01  ERA-TRAILER-RECORD.
           05  ET-RECORD-TYPE            PIC X(1).
           05  ET-PROVIDER-CODE          PIC X(2).
           05  ET-CLAIM-COUNT            PIC 9(5).
           05  ET-REMITTED-TOTAL         PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  ET-DISBURSED-TOTAL        PIC 9(9)V99.
           05  ET-BALANCE-STATUS         PIC X(1).
           05  ET-OFFSET-TOTAL           PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  FILLER                    PIC X(56).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  HUBXREF-ST                 PIC X(2).
               88  HUBXREF-OK                     VALUE '00'.
           05  RMTDTL-ST                  PIC X(2).
               88  RMTDTL-OK                      VALUE '00'.
           05  RMTSRT-ST                  PIC X(2).
               88  RMTSRT-OK                      VALUE '00'.
           05  PROVMST-ST                 PIC X(2).
               88  PROVMST-OK                     VALUE '00'.
           05  ERAOUT-ST                  PIC X(2).
               88  ERAOUT-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  HUBXREF-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-XREF                   VALUE 'Y'.
           05  RMTSRT-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-DETAIL                 VALUE 'Y'.
      *
      * PER-PROVIDER DISBURSEMENT TABLE FROM THE HUB CROSS-REFERENCE.
      * 100 DISTINCT PROVIDERS IN A CYCLE IS GENEROUS FOR THE BOOK;
      * OVERFLOW STOPS THE RUN.
       01  PROVIDER-PAYMENT-TABLE-WS.
           05  PROV-PAY-COUNT             PIC 9(3) VALUE ZERO.
           05  PROV-PAY-ENTRY OCCURS 100.
               10  PP-PROVIDER-CODE       PIC X(2).
               10  PP-PAYMENT-COUNT       PIC 9(5).
               10  PP-PAYMENT-TOTAL       PIC S9(9)V99.
               10  PP-REMITTED-WS         PIC X(1).
                   88  PP-REMITTED                VALUE 'Y'.
       01  PROV-SUB                       PIC 9(3).
       01  PROV-FOUND-WS                  PIC X(1).
           88  PROV-FOUND                         VALUE 'Y'.
       01  MATCH-PROVIDER-WS              PIC X(2).
      *
      * THE PROVIDER BEING REMITTED.
       01  CURRENT-PROVIDER-WS.
           05  CURR-PROVIDER-CODE         PIC X(2).
           05  CURR-CLAIM-COUNT           PIC 9(5).
           05  CURR-PAYMENT-COUNT         PIC 9(5).
           05  CURR-DISBURSED-TOTAL       PIC S9(9)V99.
           05  CURR-REMITTED-TOTAL        PIC S9(9)V99.
           05  CURR-OFFSET-TOTAL          PIC S9(9)V99.
       01  REMIT-COUNTS-WS.
           05  XREF-READ-COUNT            PIC 9(7) VALUE ZERO.
           05  DETAIL-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  PROVIDERS-REMITTED         PIC 9(5) VALUE ZERO.
           05  OUT-OF-BALANCE-COUNT       PIC 9(5) VALUE ZERO.
           05  UNMATCHED-PAYMENT-COUNT    PIC 9(7) VALUE ZERO.
           05  GRAND-DISBURSED-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  GRAND-REMITTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GRAND-OFFSET-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  CURR-DATE-CMP-WS               PIC 9(8) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(35) VALUE
                   "PROVIDER REMITTANCE ADVICE BALANCE ".
           05  FILLER            PIC X(2)  VALUE "- ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(31) VALUE
                   "PV  PROVIDER NAME".
           05  FILLER            PIC X(29) VALUE
                   "CLAIM   CHECK      DISBURSED ".
           05  FILLER            PIC X(22) VALUE
                   "      REMITTED  STATUS".
       01  BALANCE-DETAIL-LINE.
           05  BD-PROVIDER-CODE  PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-PROVIDER-NAME  PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-CLAIM-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  BD-PAYMENT-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  BD-DISBURSED      PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  BD-REMITTED       PIC $$$,$$$,$$9.99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  BD-STATUS         PIC X(20).
       01  BALANCE-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "PROVIDERS  ".
           05  BT-PROVIDERS      PIC ZZZZ9.
           05  FILLER            PIC X(17) VALUE
                   "  OUT OF BALANCE ".
           05  BT-OUT-OF-BALANCE PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  DISBURSED ".
           05  BT-DISBURSED      PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE "  REMITTED ".
           05  BT-REMITTED       PIC $$,$$$,$$$,$$9.99-.
       01  BALANCE-COUNTS-LINE.
           05  FILLER            PIC X(18) VALUE
                   "HUB PAYMENTS READ ".
           05  BC-XREF-READ      PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE
                   "  DETAILS READ  ".
           05  BC-DETAIL-READ    PIC ZZZZZZ9.
           05  FILLER            PIC X(26) VALUE
                   "  PAYMENTS NOT ON HUBXREF ".
           05  BC-UNMATCHED      PIC ZZZZZZ9.
       01  OFFSET-TOTALS-LINE.
           05  FILLER            PIC X(29) VALUE
                   "OVERPAYMENTS OFFSET IN CHECKS".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OT-OFFSET-TOTAL   PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-DISBURSEMENTS UNTIL NO-MORE-XREF.
           PERFORM 310-SORT-REMIT-DETAIL.
           PERFORM 320-OPEN-SORTED-DETAIL.
           PERFORM 400-READ-SORTED-DETAIL.
           PERFORM 500-REMIT-PROVIDER UNTIL NO-MORE-DETAIL.
           PERFORM 600-CHECK-UNREMITTED
               VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > PROV-PAY-COUNT.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           IF OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY 'REMITGEN: REMITTANCE OUT OF BALANCE - '
                       'RELEASE HELD'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'REMITGEN' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO CURR-DATE-CMP-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-LOAD-DISBURSEMENTS.
      *
      *    ONLY CHECKS CUT TO A PROVIDER COUNT TOWARD THE BALANCE -
      *    PAYMENTS TO INSUREDS AND PREMIUM REFUNDS CARRY SPACES.
           READ HUB-XREF-FILE NEXT RECORD
               AT END
                   SET NO-MORE-XREF TO TRUE
               NOT AT END
                   ADD 1 TO XREF-READ-COUNT
                   IF HX-PROVIDER-CODE NOT = SPACES
                       PERFORM 210-ACCUMULATE-PROVIDER
                   END-IF
           END-READ.
      *
       210-ACCUMULATE-PROVIDER.
      *
           MOVE HX-PROVIDER-CODE TO MATCH-PROVIDER-WS.
           PERFORM 220-FIND-PROVIDER-ENTRY.
           IF NOT PROV-FOUND
               IF PROV-PAY-COUNT >= 100
                   DISPLAY 'REMITGEN: PROVIDER TABLE OVERFLOW'
                   MOVE '210-ACCUMULATE-PROVIDER'
                      TO EL-PARAGRAPH
                   MOVE 'REMITGEN: PROVIDER TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO PROV-PAY-COUNT
               MOVE PROV-PAY-COUNT TO PROV-SUB
               MOVE HX-PROVIDER-CODE TO PP-PROVIDER-CODE(PROV-SUB)
               MOVE ZERO TO PP-PAYMENT-COUNT(PROV-SUB)
               MOVE ZERO TO PP-PAYMENT-TOTAL(PROV-SUB)
               MOVE 'N' TO PP-REMITTED-WS(PROV-SUB)
           END-IF.
           ADD 1 TO PP-PAYMENT-COUNT(PROV-SUB).
           ADD HX-AMOUNT TO PP-PAYMENT-TOTAL(PROV-SUB).
           ADD HX-AMOUNT TO GRAND-DISBURSED-TOTAL.
      *
       220-FIND-PROVIDER-ENTRY.
      *
           MOVE 'N' TO PROV-FOUND-WS.
           PERFORM 230-MATCH-PROVIDER-ENTRY
               VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > PROV-PAY-COUNT
               OR PROV-FOUND.
      *
       230-MATCH-PROVIDER-ENTRY.
      *
           IF PP-PROVIDER-CODE(PROV-SUB) = MATCH-PROVIDER-WS
               SET PROV-FOUND TO TRUE
      *        PERFORM VARYING LEAVES PROV-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM PROV-SUB
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT HUB-XREF-FILE.
           IF NOT HUBXREF-OK
               DISPLAY 'HUB CROSS-REFERENCE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HUB CROSS-REFERENCE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'HUBXREF' TO EL-FILE-NAME
               MOVE HUBXREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PROVIDER-FILE.
           IF NOT PROVMST-OK
               DISPLAY 'PROVIDER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PROVIDER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PROVMST' TO EL-FILE-NAME
               MOVE PROVMST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT ERA-FILE.
           IF NOT ERAOUT-OK
               DISPLAY 'REMITTANCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'ERAOUT' TO EL-FILE-NAME
               MOVE ERAOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'REMITTANCE BALANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE BALANCE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-SORT-REMIT-DETAIL.
      *
           SORT SORT-REMIT-FILE
               ON ASCENDING KEY SR-PROVIDER-CODE
                                SR-POLICY-NO
                                SR-CLAIM-SEQ-NO
               USING REMIT-DETAIL-FILE
               GIVING SORTED-REMIT-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'REMITTANCE DETAIL SORT PROBLEM'
               MOVE '310-SORT-REMIT-DETAIL'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE DETAIL SORT PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       320-OPEN-SORTED-DETAIL.
      *
           OPEN INPUT SORTED-REMIT-FILE.
           IF NOT RMTSRT-OK
               DISPLAY 'SORTED REMITTANCE DETAIL OPEN PROBLEM'
               MOVE '320-OPEN-SORTED-DETAIL'
                  TO EL-PARAGRAPH
               MOVE 'SORTED REMITTANCE DETAIL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RMTSRT' TO EL-FILE-NAME
               MOVE RMTSRT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-SORTED-DETAIL.
      *
           READ SORTED-REMIT-FILE
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   ADD 1 TO DETAIL-READ-COUNT
           END-READ.
      *
       500-REMIT-PROVIDER.
      *
      *    ONE PROVIDER'S REMITTANCE: THE HEADER CARRIES WHAT THE HUB
      *    DISBURSED, THE CLAIM LOOPS WHAT THE CYCLE SAYS IT PAID.
           MOVE RX-PROVIDER-CODE TO CURR-PROVIDER-CODE,
                MATCH-PROVIDER-WS.
           MOVE ZERO TO CURR-CLAIM-COUNT, CURR-PAYMENT-COUNT,
                CURR-DISBURSED-TOTAL, CURR-REMITTED-TOTAL,
                CURR-OFFSET-TOTAL.
           PERFORM 220-FIND-PROVIDER-ENTRY.
           IF PROV-FOUND
               MOVE PP-PAYMENT-COUNT(PROV-SUB) TO CURR-PAYMENT-COUNT
               MOVE PP-PAYMENT-TOTAL(PROV-SUB)
                   TO CURR-DISBURSED-TOTAL
               SET PP-REMITTED(PROV-SUB) TO TRUE
           END-IF.
           ADD 1 TO PROVIDERS-REMITTED.
           PERFORM 510-WRITE-ERA-HEADER.
           PERFORM 520-WRITE-CLAIM-LOOP
               UNTIL NO-MORE-DETAIL
               OR RX-PROVIDER-CODE NOT = CURR-PROVIDER-CODE.
           PERFORM 550-WRITE-ERA-TRAILER.
      *
       510-WRITE-ERA-HEADER.
      *
           MOVE CURR-PROVIDER-CODE TO PV-PROVIDER-CODE.
           READ PROVIDER-FILE
               INVALID KEY
                   MOVE 'PROVIDER NOT ON MASTER' TO PV-PROVIDER-NAME
           END-READ.
           MOVE SPACES TO ERA-HEADER-RECORD.
           MOVE 'H' TO EH-RECORD-TYPE.
           MOVE CURR-PROVIDER-CODE TO EH-PROVIDER-CODE.
           MOVE PV-PROVIDER-NAME TO EH-PROVIDER-NAME.
           MOVE CURR-DATE-CMP-WS TO EH-CYCLE-DATE.
           MOVE CURR-PAYMENT-COUNT TO EH-PAYMENT-COUNT.
           MOVE CURR-DISBURSED-TOTAL TO EH-PAYMENT-TOTAL.
           WRITE ERA-HEADER-RECORD.
           PERFORM 590-CHECK-ERA-WRITE.
      *
       520-WRITE-CLAIM-LOOP.
      *
           ADD 1 TO CURR-CLAIM-COUNT.
           MOVE SPACES TO ERA-CLAIM-RECORD.
           MOVE 'C' TO EC-RECORD-TYPE.
           MOVE RX-PROVIDER-CODE TO EC-PROVIDER-CODE.
           MOVE RX-POLICY-NO TO EC-POLICY-NO.
           MOVE RX-CLAIM-SEQ-NO TO EC-CLAIM-SEQ-NO.
           MOVE RX-PAYEE TO EC-PAYEE.
           MOVE RX-REASON-CODE TO EC-REASON-CODE.
           MOVE ZERO TO EC-PAYMENT-REF.
           MOVE RX-OFFSET-AMT TO EC-OFFSET-AMT.
           IF RX-SOURCE-REF > ZERO
               PERFORM 530-LOOK-UP-HUB-PAYMENT
           END-IF.
           IF RX-CLAIM-REVERSED
               MOVE '22' TO EC-CLAIM-STATUS
               COMPUTE EC-BILLED-AMT = ZERO - RX-BILLED-AMT
               COMPUTE EC-ALLOWED-AMT = ZERO - RX-ALLOWED-AMT
               COMPUTE EC-MEMBER-SHARE = ZERO - RX-MEMBER-SHARE
               COMPUTE EC-PAID-AMT = ZERO - RX-PAID-AMT
               COMPUTE EC-INTEREST-AMT = ZERO - RX-INTEREST-AMT
           ELSE
               IF RX-CLAIM-DENIED
                   MOVE '4 ' TO EC-CLAIM-STATUS
               ELSE
                   MOVE '1 ' TO EC-CLAIM-STATUS
               END-IF
               MOVE RX-BILLED-AMT TO EC-BILLED-AMT
               MOVE RX-ALLOWED-AMT TO EC-ALLOWED-AMT
               MOVE RX-MEMBER-SHARE TO EC-MEMBER-SHARE
               MOVE RX-PAID-AMT TO EC-PAID-AMT
               MOVE RX-INTEREST-AMT TO EC-INTEREST-AMT
           END-IF.
      *    ONLY A CHECK THAT WENT TO THE PROVIDER BALANCES AGAINST
      *    THE HUB; A REVERSAL ISSUES NO CHECK OF ITS OWN.  AN
      *    OVERPAYMENT OFFSET CAME OUT OF THE CHECK.
           IF RX-PAID-TO-PROVIDER AND NOT RX-CLAIM-REVERSED
               ADD RX-PAID-AMT TO CURR-REMITTED-TOTAL
               ADD RX-INTEREST-AMT TO CURR-REMITTED-TOTAL
               SUBTRACT RX-OFFSET-AMT FROM CURR-REMITTED-TOTAL
               ADD RX-OFFSET-AMT TO CURR-OFFSET-TOTAL
           END-IF.
           WRITE ERA-CLAIM-RECORD.
           PERFORM 590-CHECK-ERA-WRITE.
           PERFORM 400-READ-SORTED-DETAIL.
      *
       530-LOOK-UP-HUB-PAYMENT.
      *
           MOVE RX-SOURCE-REF TO HX-SOURCE-REF.
           READ HUB-XREF-FILE
               INVALID KEY
                   ADD 1 TO UNMATCHED-PAYMENT-COUNT
               NOT INVALID KEY
                   MOVE HX-PAYMENT-REF TO EC-PAYMENT-REF
           END-READ.
      *
       550-WRITE-ERA-TRAILER.
      *
           MOVE SPACES TO ERA-TRAILER-RECORD.
           MOVE 'T' TO ET-RECORD-TYPE.
           MOVE CURR-PROVIDER-CODE TO ET-PROVIDER-CODE.
           MOVE CURR-CLAIM-COUNT TO ET-CLAIM-COUNT.
           MOVE CURR-REMITTED-TOTAL TO ET-REMITTED-TOTAL.
           MOVE CURR-DISBURSED-TOTAL TO ET-DISBURSED-TOTAL.
           MOVE CURR-OFFSET-TOTAL TO ET-OFFSET-TOTAL.
           ADD CURR-REMITTED-TOTAL TO GRAND-REMITTED-TOTAL.
           ADD CURR-OFFSET-TOTAL TO GRAND-OFFSET-TOTAL.
           MOVE CURR-PROVIDER-CODE TO BD-PROVIDER-CODE.
           MOVE PV-PROVIDER-NAME TO BD-PROVIDER-NAME.
           MOVE CURR-CLAIM-COUNT TO BD-CLAIM-COUNT.
           MOVE CURR-PAYMENT-COUNT TO BD-PAYMENT-COUNT.
           MOVE CURR-DISBURSED-TOTAL TO BD-DISBURSED.
           MOVE CURR-REMITTED-TOTAL TO BD-REMITTED.
           IF CURR-REMITTED-TOTAL = CURR-DISBURSED-TOTAL
               MOVE 'B' TO ET-BALANCE-STATUS
               MOVE 'BALANCED' TO BD-STATUS
           ELSE
               MOVE 'O' TO ET-BALANCE-STATUS
               MOVE 'OUT OF BALANCE' TO BD-STATUS
               ADD 1 TO OUT-OF-BALANCE-COUNT
           END-IF.
           WRITE ERA-TRAILER-RECORD.
           PERFORM 590-CHECK-ERA-WRITE.
           WRITE PRINT-LINE FROM BALANCE-DETAIL-LINE.
      *
       590-CHECK-ERA-WRITE.
      *
           IF NOT ERAOUT-OK
               DISPLAY 'REMITTANCE FILE WRITE PROBLEM'
               MOVE '590-CHECK-ERA-WRITE'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'ERAOUT' TO EL-FILE-NAME
               MOVE ERAOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-CHECK-UNREMITTED.
      *
      *    A PROVIDER THE HUB PAID WITH NO REMITTANCE DETAIL AT ALL
      *    WOULD GET A CHECK NOBODY CAN EXPLAIN - THAT IS OUT OF
      *    BALANCE TOO.
           IF NOT PP-REMITTED(PROV-SUB)
               MOVE PP-PROVIDER-CODE(PROV-SUB) TO BD-PROVIDER-CODE,
                    PV-PROVIDER-CODE
               READ PROVIDER-FILE
                   INVALID KEY
                       MOVE 'PROVIDER NOT ON MASTER'
                           TO PV-PROVIDER-NAME
               END-READ
               MOVE PV-PROVIDER-NAME TO BD-PROVIDER-NAME
               MOVE ZERO TO BD-CLAIM-COUNT, BD-REMITTED
               MOVE PP-PAYMENT-COUNT(PROV-SUB) TO BD-PAYMENT-COUNT
               MOVE PP-PAYMENT-TOTAL(PROV-SUB) TO BD-DISBURSED
               MOVE 'NO REMITTANCE DETAIL' TO BD-STATUS
               ADD 1 TO OUT-OF-BALANCE-COUNT
               WRITE PRINT-LINE FROM BALANCE-DETAIL-LINE
           END-IF.
      *
       700-WRITE-TOTALS.
      *
           MOVE PROVIDERS-REMITTED TO BT-PROVIDERS.
           MOVE OUT-OF-BALANCE-COUNT TO BT-OUT-OF-BALANCE.
           MOVE GRAND-DISBURSED-TOTAL TO BT-DISBURSED.
           MOVE GRAND-REMITTED-TOTAL TO BT-REMITTED.
           MOVE XREF-READ-COUNT TO BC-XREF-READ.
           MOVE DETAIL-READ-COUNT TO BC-DETAIL-READ.
           MOVE UNMATCHED-PAYMENT-COUNT TO BC-UNMATCHED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BALANCE-TOTALS-LINE.
           WRITE PRINT-LINE FROM BALANCE-COUNTS-LINE.
           MOVE GRAND-OFFSET-TOTAL TO OT-OFFSET-TOTAL.
           WRITE PRINT-LINE FROM OFFSET-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE HUB-XREF-FILE, SORTED-REMIT-FILE, PROVIDER-FILE,
                 ERA-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

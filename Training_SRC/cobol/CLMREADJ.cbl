               ASSIGN TO UT-S-DISBURSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISBURSE-ST.
           SELECT REMIT-DETAIL-FILE
               ASSIGN TO UT-S-RMTDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTDTL-ST.
           SELECT PRINTFILE
               ASSIGN TO READJRPT
               ORGANIZATION IS SEQUENTIAL
           COPY CLMHIST.
      *
       FD  BENPLAN-CTL-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  BENPLAN-CTL-RECORD.
           05  BPC-POLICY-TYPE           PIC 9(1).
           05  BPC-DEDUCTIBLE-PERC       PIC V999.
           05  BPC-COINSURANCE           PIC V99.
           05  BPC-RETENTION-AMT         PIC 9(7)V99.
           05  BPC-OOP-MAXIMUM           PIC 9(7)V99.
           05  BPC-OON-COINSURANCE       PIC V99.
           05  BPC-OON-OOP-MAXIMUM       PIC 9(7)V99.
      *
      * SAME BANK-UPLOAD PAYMENT LAYOUT INSURCOB WRITES - THE
      * RE-ADJUDICATION DATASET IS CONCATENATED INTO THE SAME
               10  DB-PAYEE-LAST-NAME    PIC X(15).
           05  DB-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  DB-PAYMENT-DATE           PIC 9(8).
           05  DB-PROVIDER-CODE          PIC X(02).
      *
      * REMITTANCE-ADVICE DETAIL, APPENDED TO THE CYCLE'S DATASET SO
      * A PROVIDER'S REMITTANCE SHOWS THE APPEAL PAYMENT TOO.
       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY RMTDTL.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
           05  CLMPAY-OOP-MAXIMUM        PIC 9(7)V99.
           05  CLMPAY-OOP-TO-DATE-OUT    PIC 9(7)V99.
           05  CLMPAY-OOP-BYPASS-WS      PIC X(1) VALUE 'Y'.
           05  CLMPAY-OON-COINSURANCE    PIC V99.
           05  CLMPAY-OON-OOP-MAXIMUM    PIC 9(7)V99.
           COPY CLMPRCOB.
       01  BENEFIT-PLAN-TABLE-WS.
           05  BENEFIT-PLAN-ROW OCCURS 3.
               10  PLAN-DEDUCTIBLE-PERC  PIC V999.
               10  PLAN-COINSURANCE      PIC V99.
               10  PLAN-RETENTION-AMT    PIC 9(7)V99.
               10  PLAN-OOP-MAXIMUM      PIC 9(7)V99.
               10  PLAN-OON-COINSURANCE  PIC V99.
               10  PLAN-OON-OOP-MAXIMUM  PIC 9(7)V99.
       01  PLAN-TYPE-SUB                  PIC 9(1).
       01  PROGRAM-SWITCHES.
           05  APPEALS-ST                 PIC X(2).
               88  NO-MORE-BENEFIT-PLANS          VALUE 'Y'.
           05  DISBURSE-ST                PIC X(2).
               88  DISBURSE-OK                    VALUE '00'.
           05  RMTDTL-ST                  PIC X(2).
               88  RMTDTL-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  APPEALS-EOF-WS             PIC X(1)  VALUE 'N'.
       01  PAYMENT-REF-NO-WS              PIC 9(9) VALUE 900000000.
       01  CURR-DATE-CMP-WS               PIC 9(8) VALUE ZERO.
           COPY BUSDTCOB.
           COPY RSVUPCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(34) VALUE
                   "APPEAL RE-ADJUDICATION REGISTER -".
           MOVE REINSURANCE-RETENTION-AMT TO
              PLAN-RETENTION-AMT(PLAN-TYPE-SUB).
           MOVE ZERO TO PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB).
           MOVE ZERO TO PLAN-OON-COINSURANCE(PLAN-TYPE-SUB).
           MOVE ZERO TO PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB).
      *
       187-LOAD-BENEFIT-PLAN-ROW.
      *
                    PLAN-RETENTION-AMT(BPC-POLICY-TYPE)
                 MOVE BPC-OOP-MAXIMUM TO
                    PLAN-OOP-MAXIMUM(BPC-POLICY-TYPE)
                 MOVE BPC-OON-COINSURANCE TO
                    PLAN-OON-COINSURANCE(BPC-POLICY-TYPE)
                 MOVE BPC-OON-OOP-MAXIMUM TO
                    PLAN-OON-OOP-MAXIMUM(BPC-POLICY-TYPE)
               END-IF
           END-READ.
      *
               MOVE 'DISBURSE' TO EL-FILE-NAME
               MOVE DISBURSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND REMIT-DETAIL-FILE.
           IF NOT RMTDTL-OK
               DISPLAY 'REMITTANCE DETAIL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE DETAIL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RMTDTL' TO EL-FILE-NAME
               MOVE RMTDTL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'RE-ADJUDICATION REGISTER OPEN PROBLEM'
                   PERFORM 550-WRITE-REGISTER-LINE
               END-IF
               PERFORM 540-MARK-APPEAL-READJUDICATED
               PERFORM 545-CLOSE-CASE-RESERVE
           END-IF.
      *
       510-PRICE-THROUGH-CLMPAY.
                  TO CLMPAY-RETENTION-AMT
               MOVE PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB)
                  TO CLMPAY-OOP-MAXIMUM
               MOVE PLAN-OON-COINSURANCE(PLAN-TYPE-SUB)
                  TO CLMPAY-OON-COINSURANCE
               MOVE PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB)
                  TO CLMPAY-OON-OOP-MAXIMUM
           ELSE
               MOVE DEDUCTIBLE-PERC TO CLMPAY-DEDUCTIBLE-PERC
               MOVE ZERO TO CLMPAY-PLAN-COINSURANCE
               MOVE REINSURANCE-RETENTION-AMT
                  TO CLMPAY-RETENTION-AMT
               MOVE ZERO TO CLMPAY-OOP-MAXIMUM
               MOVE ZERO TO CLMPAY-OON-COINSURANCE
               MOVE ZERO TO CLMPAY-OON-OOP-MAXIMUM
           END-IF.
      *    THE DENIAL ITSELF IS OVERRIDDEN BY THE UPHELD APPEAL -
      *    CLMPAY SUPPLIES THE PRICE, NOT THE PAY/DENY DECISION.
           MOVE 'Y' TO CLMPAY-OOP-BYPASS-WS.
           CALL 'CLMPAY' USING CLAIM-RECORD-WS CLMPAY-PARMS-WS
               CLMPAY-PRICING-WS.
      *
       520-PAY-UPHELD-APPEAL.
      *
           MOVE INSURED-LAST-NAME     TO DB-PAYEE-LAST-NAME.
           MOVE CLAIM-AMOUNT-PAID     TO DB-PAYMENT-AMOUNT.
           MOVE CURR-DATE-CMP-WS      TO DB-PAYMENT-DATE.
           MOVE SPACES                TO DB-PROVIDER-CODE.
           WRITE DISBURSEMENT-RECORD.
           IF NOT DISBURSE-OK
               DISPLAY 'DISBURSEMENT FILE PROBLEM'
               MOVE DISBURSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 530-WRITE-HISTORY-RECORD.
           IF NOT CLAIM-PAYS-INSURED
               PERFORM 535-WRITE-REMIT-DETAIL
           END-IF.
           MOVE 'PAID ON UPHELD APPEAL' TO RJ-COMMENT.
           PERFORM 550-WRITE-REGISTER-LINE.
      *
               MOVE 'CLMHST' TO EL-FILE-NAME
               MOVE CLMHST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       535-WRITE-REMIT-DETAIL.
      *
      *    THE APPEAL PAYMENT GOES TO THE INSURED, SO THE PROVIDER'S
      *    REMITTANCE SHOWS IT AS PAID TO THE MEMBER AND IT STAYS
      *    OUT OF THE PROVIDER'S CHECK BALANCE.
           MOVE SPACES TO REMIT-DETAIL-RECORD.
           MOVE CLAIM-PROVIDER-CODE TO RX-PROVIDER-CODE.
           MOVE INSURED-POLICY-NO TO RX-POLICY-NO.
           MOVE CLAIM-SEQ-NO TO RX-CLAIM-SEQ-NO.
           SET RX-CLAIM-PAID TO TRUE.
           SET RX-PAID-TO-MEMBER TO TRUE.
           MOVE PAYMENT-REF-NO-WS TO RX-SOURCE-REF.
           MOVE 'CLMREADJ' TO RX-SOURCE-PROGRAM.
           IF CLP-LINE-COUNT > ZERO
               MOVE CLP-BILLED-TOTAL TO RX-BILLED-AMT
               MOVE CLP-ALLOWED-TOTAL TO RX-ALLOWED-AMT
           ELSE
               MOVE CLAIM-AMOUNT TO RX-BILLED-AMT, RX-ALLOWED-AMT
           END-IF.
           MOVE CLAIM-AMOUNT-PAID TO RX-PAID-AMT.
           IF RX-ALLOWED-AMT > CLAIM-AMOUNT-PAID
               COMPUTE RX-MEMBER-SHARE =
                   RX-ALLOWED-AMT - CLAIM-AMOUNT-PAID
               MOVE '2' TO RX-REASON-CODE
           ELSE
               MOVE ZERO TO RX-MEMBER-SHARE
           END-IF.
           MOVE ZERO TO RX-INTEREST-AMT, RX-OFFSET-AMT.
           MOVE CURR-DATE-CMP-WS TO RX-CYCLE-DATE.
           WRITE REMIT-DETAIL-RECORD.
           IF NOT RMTDTL-OK
               DISPLAY 'REMITTANCE DETAIL FILE PROBLEM'
               MOVE '535-WRITE-REMIT-DETAIL'
                  TO EL-PARAGRAPH
               MOVE 'REMITTANCE DETAIL FILE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RMTDTL' TO EL-FILE-NAME
               MOVE RMTDTL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       540-MARK-APPEAL-READJUDICATED.
      *
               SET AE-READJUDICATED TO TRUE
               REWRITE APPEAL-RECORD
           END-IF.
      *
       545-CLOSE-CASE-RESERVE.
      *
      *    THE APPEAL IS FINISHED EITHER WAY - PAID, OR UPHELD WITH
      *    NOTHING PAYABLE - SO ITS CASE RESERVE IS RELEASED.
           SET CU-CLOSE TO TRUE.
           MOVE UA-POLICY-NO(APPEAL-SUB) TO CU-POLICY-NO.
           MOVE UA-CLAIM-SEQ-NO(APPEAL-SUB) TO CU-CLAIM-SEQ-NO.
           IF CLAIM-AMOUNT-PAID > ZERO
               MOVE 'P' TO CU-CLOSE-REASON
           ELSE
               MOVE 'D' TO CU-CLOSE-REASON
           END-IF.
           MOVE CURR-DATE-CMP-WS TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       550-WRITE-REGISTER-LINE.
      *
      *
       900-WRAP-UP.
           CLOSE APPEALS-FILE, CLAIM-HISTORY-FILE,
                 DISBURSEMENT-FILE, REMIT-DETAIL-FILE, PRINTFILE.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

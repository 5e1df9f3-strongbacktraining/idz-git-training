      ******************************************************************
      * LOANOFRG                                                       *
      * Policy-loan offset register.  Lists every claim payment and    *
      * premium refund the LOANOFS routine split between a member's    *
      * policy loan and the member this cycle, then proves the split:  *
      * the offsets must equal the LOANOPAY payment transactions       *
      * handed to LOANPOST, and the net amounts must equal the         *
      * disbursements actually issued under the same payment refs.     *
      * An out-of-balance register stops the cycle before LOANPOST     *
      * and the treasury hand-off run.                                 *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (LOANORPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANOFRG.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-OFFSET-FILE
               ASSIGN TO UT-S-LOANOFST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOANOFST-ST.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO UT-S-LOANOPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOANOPAY-ST.
           SELECT DISBURSEMENT-FILE
               ASSIGN TO UT-S-DISBURSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISBURSE-ST.
           SELECT PRINTFILE
               ASSIGN TO LOANORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-OFFSET-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOANOFST.
      *
       FD  LOAN-PAYMENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  LOAN-PAYMENT-RECORD.
           05  LP-LOAN-NO                PIC 9(7).
           05  LP-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  LP-PAYMENT-DATE           PIC 9(8).
           05  FILLER                    PIC X(6).
      *
       FD  DISBURSEMENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISBURSEMENT-RECORD.
           05  DB-PAYMENT-REF-NO         PIC 9(9).
           05  DB-POLICY-NO              PIC 9(7).
           05  DB-PAYEE-NAME.
               10  DB-PAYEE-FIRST-NAME   PIC X(10).
               10  DB-PAYEE-LAST-NAME    PIC X(15).
           05  DB-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  DB-PAYMENT-DATE           PIC 9(8).
           05  DB-PROVIDER-CODE          PIC X(02).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  LOANOFST-ST                PIC X(2).
               88  LOANOFST-OK                    VALUE '00'.
           05  LOANOPAY-ST                PIC X(2).
               88  LOANOPAY-OK                    VALUE '00'.
           05  DISBURSE-ST                PIC X(2).
               88  DISBURSE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LOANOFST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-OFFSETS                VALUE 'Y'.
           05  LOANOPAY-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOAN-PAYMENTS          VALUE 'Y'.
           05  DISBURSE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-DISBURSEMENTS          VALUE 'Y'.
      *
      * EVERY OFFSET OF THE CYCLE, BY PAYMENT REF, FOR MATCHING TO
      * THE DISBURSEMENT ISSUED FOR ITS NET AMOUNT.
       01  OFFSET-TABLE-WS.
           05  OFFSET-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  OFFSET-ENTRY OCCURS 2000 INDEXED BY OFS-IDX.
               10  OT-PAYMENT-REF-NO      PIC 9(9).
               10  OT-POLICY-NO           PIC 9(7).
               10  OT-NET-AMOUNT          PIC 9(7)V99.
               10  OT-MATCHED-SW          PIC X(1).
                   88  OT-MATCHED                 VALUE 'Y'.
       01  OFFSET-SUB                     PIC 9(4) COMP.
       01  RUN-TOTALS-WS.
           05  OFFSET-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  GROSS-TOTAL                PIC S9(11)V99 VALUE ZERO.
           05  OFFSET-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  NET-TOTAL                  PIC S9(11)V99 VALUE ZERO.
           05  LOAN-POST-COUNT            PIC 9(7) VALUE ZERO.
           05  LOAN-POST-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  DISBURSE-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  MATCHED-COUNT              PIC 9(7) VALUE ZERO.
           05  MATCHED-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  UNMATCHED-COUNT            PIC 9(7) VALUE ZERO.
           05  AMOUNT-DIFF-COUNT          PIC 9(7) VALUE ZERO.
           05  OVERFLOW-COUNT             PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "POLICY LOAN OFFSET REGISTER -".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "SOURCE".
           05  FILLER            PIC X(11) VALUE "PAYMENT REF".
           05  FILLER            PIC X(10) VALUE "POLICY".
           05  FILLER            PIC X(7)  VALUE "CUST".
           05  FILLER            PIC X(9)  VALUE "LOAN".
           05  FILLER            PIC X(15) VALUE "         GROSS".
           05  FILLER            PIC X(15) VALUE "   TO THE LOAN".
           05  FILLER            PIC X(15) VALUE "      DISBURSED".
           05  FILLER            PIC X(12) VALUE "  DATE".
       01  OFFSET-DETAIL-LINE.
           05  OD-SOURCE-SYSTEM  PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-PAYMENT-REF-NO PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  OD-CUST-ID        PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-OFFSET         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-NET            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-OFFSET-DATE    PIC 9999/99/99.
       01  EXCEPTION-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  EX-PAYMENT-REF-NO PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  EX-MESSAGE        PIC X(40).
           05  EX-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE.
           05  TL-LABEL          PIC X(36).
           05  TL-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
       01  BALANCE-LINE.
           05  FILLER            PIC X(36) VALUE
                   "REGISTER STATUS".
           05  BL-STATUS         PIC X(20).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LIST-OFFSET UNTIL NO-MORE-OFFSETS.
           PERFORM 400-ADD-LOAN-PAYMENT UNTIL NO-MORE-LOAN-PAYMENTS.
           PERFORM 500-MATCH-DISBURSEMENT UNTIL NO-MORE-DISBURSEMENTS.
           PERFORM 600-LIST-UNMATCHED
               VARYING OFFSET-SUB FROM 1 BY 1
               UNTIL OFFSET-SUB > OFFSET-COUNT.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANOFRG' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-LIST-OFFSET.
      *
           READ LOAN-OFFSET-FILE
               AT END
                   SET NO-MORE-OFFSETS TO TRUE
               NOT AT END
                   ADD 1 TO OFFSET-READ-COUNT
                   ADD LO-GROSS-AMOUNT TO GROSS-TOTAL
                   ADD LO-OFFSET-AMOUNT TO OFFSET-TOTAL
                   ADD LO-NET-AMOUNT TO NET-TOTAL
                   PERFORM 210-WRITE-OFFSET-LINE
                   PERFORM 220-SAVE-OFFSET
           END-READ.
      *
       210-WRITE-OFFSET-LINE.
      *
           MOVE LO-SOURCE-SYSTEM    TO OD-SOURCE-SYSTEM.
           MOVE LO-PAYMENT-REF-NO   TO OD-PAYMENT-REF-NO.
           MOVE LO-POLICY-NO        TO OD-POLICY-NO.
           MOVE LO-CUST-ID          TO OD-CUST-ID.
           MOVE LO-LOAN-NO          TO OD-LOAN-NO.
           MOVE LO-GROSS-AMOUNT     TO OD-GROSS.
           MOVE LO-OFFSET-AMOUNT    TO OD-OFFSET.
           MOVE LO-NET-AMOUNT       TO OD-NET.
           MOVE LO-OFFSET-DATE      TO OD-OFFSET-DATE.
           WRITE PRINT-LINE FROM OFFSET-DETAIL-LINE.
      *
       220-SAVE-OFFSET.
      *
      *    AN OFFSET THE TABLE CANNOT HOLD IS NEVER MATCHED, SO THE
      *    REGISTER COMES OUT OF BALANCE RATHER THAN PASSING IT BY.
           IF OFFSET-COUNT < 2000
               ADD 1 TO OFFSET-COUNT
               MOVE LO-PAYMENT-REF-NO TO
                   OT-PAYMENT-REF-NO(OFFSET-COUNT)
               MOVE LO-POLICY-NO TO OT-POLICY-NO(OFFSET-COUNT)
               MOVE LO-NET-AMOUNT TO OT-NET-AMOUNT(OFFSET-COUNT)
               MOVE 'N' TO OT-MATCHED-SW(OFFSET-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT, UNMATCHED-COUNT
               MOVE LO-PAYMENT-REF-NO TO EX-PAYMENT-REF-NO
               MOVE 'OFFSET TABLE FULL - NOT MATCHED' TO EX-MESSAGE
               MOVE LO-NET-AMOUNT TO EX-AMOUNT
               WRITE PRINT-LINE FROM EXCEPTION-LINE
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT LOAN-OFFSET-FILE.
           IF NOT LOANOFST-OK
               DISPLAY 'LOAN OFFSET FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN OFFSET FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANOFST' TO EL-FILE-NAME
               MOVE LOANOFST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF NOT LOANOPAY-OK
               DISPLAY 'LOAN OFFSET PAYMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN OFFSET PAYMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANOPAY' TO EL-FILE-NAME
               MOVE LOANOPAY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT DISBURSEMENT-FILE.
           IF NOT DISBURSE-OK
               DISPLAY 'DISBURSEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DISBURSEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DISBURSE' TO EL-FILE-NAME
               MOVE DISBURSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'LOAN OFFSET REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN OFFSET REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-ADD-LOAN-PAYMENT.
      *
           READ LOAN-PAYMENT-FILE
               AT END
                   SET NO-MORE-LOAN-PAYMENTS TO TRUE
               NOT AT END
                   ADD 1 TO LOAN-POST-COUNT
                   ADD LP-PAYMENT-AMOUNT TO LOAN-POST-TOTAL
           END-READ.
      *
       500-MATCH-DISBURSEMENT.
      *
           READ DISBURSEMENT-FILE
               AT END
                   SET NO-MORE-DISBURSEMENTS TO TRUE
               NOT AT END
                   ADD 1 TO DISBURSE-READ-COUNT
                   PERFORM 510-FIND-OFFSET
           END-READ.
      *
       510-FIND-OFFSET.
      *
           SET OFS-IDX TO 1.
           SEARCH OFFSET-ENTRY
               AT END
                   CONTINUE
               WHEN OFS-IDX > OFFSET-COUNT
                   CONTINUE
               WHEN OT-PAYMENT-REF-NO(OFS-IDX) = DB-PAYMENT-REF-NO
                AND OT-POLICY-NO(OFS-IDX) = DB-POLICY-NO
                AND NOT OT-MATCHED(OFS-IDX)
                   PERFORM 520-MATCH-OFFSET
           END-SEARCH.
      *
       520-MATCH-OFFSET.
      *
           MOVE 'Y' TO OT-MATCHED-SW(OFS-IDX).
           ADD 1 TO MATCHED-COUNT.
           ADD DB-PAYMENT-AMOUNT TO MATCHED-TOTAL.
           IF DB-PAYMENT-AMOUNT NOT = OT-NET-AMOUNT(OFS-IDX)
               ADD 1 TO AMOUNT-DIFF-COUNT
               MOVE DB-PAYMENT-REF-NO TO EX-PAYMENT-REF-NO
               MOVE 'DISBURSED AMOUNT DIFFERS FROM NET' TO EX-MESSAGE
               MOVE DB-PAYMENT-AMOUNT TO EX-AMOUNT
               WRITE PRINT-LINE FROM EXCEPTION-LINE
           END-IF.
      *
       600-LIST-UNMATCHED.
      *
           IF NOT OT-MATCHED(OFFSET-SUB)
               ADD 1 TO UNMATCHED-COUNT
               MOVE OT-PAYMENT-REF-NO(OFFSET-SUB) TO EX-PAYMENT-REF-NO
               MOVE 'NO DISBURSEMENT FOUND FOR OFFSET' TO EX-MESSAGE
               MOVE OT-NET-AMOUNT(OFFSET-SUB) TO EX-AMOUNT
               WRITE PRINT-LINE FROM EXCEPTION-LINE
           END-IF.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GROSS PAYMENTS OFFSET' TO TL-LABEL.
           MOVE OFFSET-READ-COUNT TO TL-COUNT.
           MOVE GROSS-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'APPLIED TO POLICY LOANS' TO TL-LABEL.
           MOVE OFFSET-READ-COUNT TO TL-COUNT.
           MOVE OFFSET-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'LOAN PAYMENTS SENT TO LOANPOST' TO TL-LABEL.
           MOVE LOAN-POST-COUNT TO TL-COUNT.
           MOVE LOAN-POST-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'NET DUE TO MEMBERS' TO TL-LABEL.
           MOVE OFFSET-READ-COUNT TO TL-COUNT.
           MOVE NET-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'REDUCED DISBURSEMENTS ISSUED' TO TL-LABEL.
           MOVE MATCHED-COUNT TO TL-COUNT.
           MOVE MATCHED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'OFFSETS WITH NO DISBURSEMENT' TO TL-LABEL.
           MOVE UNMATCHED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY 'LOANOFRG: OFFSETS ' OFFSET-READ-COUNT
                   ' LOAN PAYMENTS ' LOAN-POST-COUNT
                   ' DISBURSEMENTS READ ' DISBURSE-READ-COUNT
                   ' MATCHED ' MATCHED-COUNT.
           IF OFFSET-TOTAL = LOAN-POST-TOTAL
              AND OFFSET-READ-COUNT = LOAN-POST-COUNT
              AND NET-TOTAL = MATCHED-TOTAL
              AND UNMATCHED-COUNT = ZERO
              AND AMOUNT-DIFF-COUNT = ZERO
               MOVE 'IN BALANCE' TO BL-STATUS
               WRITE PRINT-LINE FROM BALANCE-LINE
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-STATUS
               WRITE PRINT-LINE FROM BALANCE-LINE
               DISPLAY 'LOAN OFFSET REGISTER OUT OF BALANCE'
               PERFORM 900-WRAP-UP
               MOVE '700-WRITE-TOTALS'
                  TO EL-PARAGRAPH
               MOVE 'LOAN OFFSET REGISTER OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE LOAN-OFFSET-FILE, LOAN-PAYMENT-FILE,
                 DISBURSEMENT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

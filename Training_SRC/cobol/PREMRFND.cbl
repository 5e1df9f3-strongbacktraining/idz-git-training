      * shared SAFEDIV routine.  Each refund goes out as a             *
      * disbursement record in the same layout the claims bank file    *
      * uses, the revenue reversal goes to the GL feed, and the        *
      * refund register is the sheet compliance signs.  A member who   *
      * carries a policy loan has part of the refund applied to the    *
      * loan through the shared LOANOFS routine; the register and the  *
      * member's refund notice show the split.                         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO RFNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
           SELECT NOTICE-FILE
               ASSIGN TO RFNDNTC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTICE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LAPSE-EVENT-FILE
               10  DB-PAYEE-LAST-NAME    PIC X(15).
           05  DB-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  DB-PAYMENT-DATE           PIC 9(8).
           05  DB-PROVIDER-CODE          PIC X(02).
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
      *
      * MEMBER REFUND NOTICE EXTRACT FOR THE PRINT VENDOR, ONE LINE
      * PER REFUND, IN THE EOB EXTRACT'S 80-COLUMN FORM.
       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  NOTICE-ST                  PIC X(2).
               88  NOTICE-OK                      VALUE '00'.
           05  LAPSEVNT-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LAPSES                 VALUE 'Y'.
           05  PREMINV-EOF-WS             PIC X(1)  VALUE 'N'.
       01  REFUND-TOTALS-WS.
           05  REFUND-COUNT               PIC 9(5) VALUE ZERO.
           05  REFUND-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  LOAN-OFFSET-COUNT          PIC 9(5) VALUE ZERO.
           05  LOAN-OFFSET-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  REFUND-PAID-TOTAL          PIC S9(11)V99 VALUE ZERO.
           COPY LNOFCOB.
      *    REFUND PAYMENT REFERENCES RIDE IN THEIR OWN RANGE SO
      *    TREASURY CAN TELL A REFUND FROM A CLAIM PAYMENT.
       01  PAYMENT-REF-NO-WS              PIC 9(9) VALUE 800000000.
           05  RF-PREMIUM        PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RF-REFUND         PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RF-LOAN-APPLIED   PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RF-AMOUNT-PAID    PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RF-LOAN-NO        PIC Z(7).
       01  REFUND-TOTALS-LINE.
           05  FILLER            PIC X(9)  VALUE "REFUNDS  ".
           05  RT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AMOUNT ".
           05  RT-TOTAL          PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(17) VALUE "  TO POLICY LOANS".
           05  RT-LOAN-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-LOAN-TOTAL     PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(15) VALUE "  PAID MEMBERS ".
           05  RT-PAID-TOTAL     PIC $$,$$$,$$$,$$9.99.
       01  REFUND-NOTICE-LINE.
           05  RN-POLICY-NO      PIC 9B999B999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RN-FIRST-NAME     PIC X(10).
           05  RN-LAST-NAME      PIC X(15).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RN-REFUND         PIC $$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RN-LOAN-APPLIED   PIC $$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RN-LOAN-NO        PIC Z(7).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RN-AMOUNT-PAID    PIC $$,$$9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
               MOVE 'REFUND REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT NOTICE-OK
               DISPLAY 'REFUND NOTICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REFUND NOTICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RFNDNTC' TO EL-FILE-NAME
               MOVE NOTICE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       410-READ-INVOICE.
      *
      *
           ADD 1 TO REFUND-COUNT, PAYMENT-REF-NO-WS.
           ADD REFUND-AMOUNT-WS TO REFUND-TOTAL.
           PERFORM 565-OFFSET-POLICY-LOAN.
           MOVE PAYMENT-REF-NO-WS TO DB-PAYMENT-REF-NO.
           MOVE PI-POLICY-NO      TO DB-POLICY-NO.
           MOVE PI-FIRST-NAME     TO DB-PAYEE-FIRST-NAME.
           MOVE PI-LAST-NAME      TO DB-PAYEE-LAST-NAME.
           MOVE LF-NET-AMOUNT     TO DB-PAYMENT-AMOUNT.
           MOVE BD-BUSINESS-DATE  TO DB-PAYMENT-DATE.
           MOVE SPACES            TO DB-PROVIDER-CODE.
           WRITE DISBURSEMENT-RECORD.
           IF NOT DISBURSE-OK
               DISPLAY 'DISBURSEMENT WRITE PROBLEM'
           MOVE LP-LAPSE-DATE(LAPSE-SUB) TO RF-LAPSE-DATE.
           MOVE PI-PREMIUM-AMOUNT TO RF-PREMIUM.
           MOVE REFUND-AMOUNT-WS TO RF-REFUND.
           MOVE LF-OFFSET-AMOUNT TO RF-LOAN-APPLIED.
           MOVE LF-NET-AMOUNT TO RF-AMOUNT-PAID.
           MOVE LF-LOAN-NO TO RF-LOAN-NO.
           WRITE PRINT-LINE FROM REFUND-DETAIL-LINE.
           MOVE PI-POLICY-NO TO RN-POLICY-NO.
           INSPECT RN-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PI-FIRST-NAME TO RN-FIRST-NAME.
           MOVE PI-LAST-NAME TO RN-LAST-NAME.
           MOVE REFUND-AMOUNT-WS TO RN-REFUND.
           MOVE LF-OFFSET-AMOUNT TO RN-LOAN-APPLIED.
           MOVE LF-LOAN-NO TO RN-LOAN-NO.
           MOVE LF-NET-AMOUNT TO RN-AMOUNT-PAID.
           WRITE NOTICE-LINE FROM REFUND-NOTICE-LINE.
      *
       565-OFFSET-POLICY-LOAN.
      *
      *    THE WHOLE REFUND IS THE MEMBER'S MONEY, SO IT IS BOTH THE
      *    PERCENTAGE BASE AND THE PAYMENT THE OFFSET COMES OUT OF.
      *    WITH NO LOAN, LOANOFS HANDS THE FULL REFUND BACK AS NET.
           MOVE 'O'               TO LF-FUNCTION.
           MOVE 'PREMRFND'        TO LF-SOURCE-SYSTEM.
           MOVE PAYMENT-REF-NO-WS TO LF-PAYMENT-REF-NO.
           MOVE PI-POLICY-NO      TO LF-POLICY-NO.
           MOVE REFUND-AMOUNT-WS  TO LF-OFFSET-BASE, LF-GROSS-AMOUNT.
           MOVE BD-BUSINESS-DATE  TO LF-PAYMENT-DATE.
           CALL 'LOANOFS' USING LOANOFS-PARMS-WS.
           IF LF-OFFSET-TAKEN
               ADD 1 TO LOAN-OFFSET-COUNT
               ADD LF-OFFSET-AMOUNT TO LOAN-OFFSET-TOTAL
           ELSE
               MOVE ZERO TO LF-OFFSET-AMOUNT, LF-LOAN-NO
               MOVE REFUND-AMOUNT-WS TO LF-NET-AMOUNT
           END-IF.
           ADD LF-NET-AMOUNT TO REFUND-PAID-TOTAL.
      *
       700-WRITE-TOTALS.
      *
           MOVE REFUND-COUNT TO RT-COUNT.
           MOVE REFUND-TOTAL TO RT-TOTAL.
           MOVE LOAN-OFFSET-COUNT TO RT-LOAN-COUNT.
           MOVE LOAN-OFFSET-TOTAL TO RT-LOAN-TOTAL.
           MOVE REFUND-PAID-TOTAL TO RT-PAID-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REFUND-TOTALS-LINE.
               MOVE 'UNEARNED PREMIUM REFUNDS' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
      *    THE PART OF A REFUND SENT TO A POLICY LOAN LEAVES AS A
      *    TRANSFER INSTEAD OF A CHECK; LOANPOST TAKES IT IN AS A
      *    LOAN PAYMENT FROM THE SAME CASH ACCOUNT.
           IF LOAN-OFFSET-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'PREMRFND' TO GF-SOURCE-SYSTEM
               MOVE 'RFNDPAYB' TO GF-DEBIT-ACCOUNT
               MOVE 'CASH    ' TO GF-CREDIT-ACCOUNT
               MOVE LOAN-OFFSET-TOTAL TO GF-AMOUNT
               MOVE 'REFUNDS TO POLICY LOANS' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
           END-IF.
      *
       900-WRAP-UP.
           MOVE 'F' TO LF-FUNCTION.
           MOVE 'PREMRFND' TO LF-SOURCE-SYSTEM.
           CALL 'LOANOFS' USING LOANOFS-PARMS-WS.
           CLOSE LAPSE-EVENT-FILE, PREMINV-FILE, DISBURSEMENT-FILE,
                 GL-FEED-FILE, PRINTFILE, NOTICE-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

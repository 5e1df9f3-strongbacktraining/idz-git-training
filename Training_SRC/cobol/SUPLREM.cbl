      * inside the discount window, takes the early-payment discount   *
      * as its own remittance-advice line; a discounts-taken versus    *
      * discounts-lost summary shows AP what slow approvals cost.      *
      * A supplier billing in a foreign currency (SM-CURRENCY-CODE)    *
      * is paid in that currency: the dollar payment is converted      *
      * through CURRCONV at the business-date rate and both amounts    *
      * go on the payment record, the advice and the register; with    *
      * no rate on file the payment is held.                           *
      * A 1099-reportable supplier (SM-1099-TYPE) with no valid W-9    *
      * has backup withholding taken at the GETPARM BKUP-WH-PCT rate   *
      * (24 percent by default): the payment goes out net, every       *
      * withholding is appended to the BKUPWHLD history that SUPL1099  *
      * files at year end, and the run's total is moved from payables  *
      * to backup withholding payable on the GL feed.                  *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO SUPLRADV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADVICE-ST.
           SELECT BACKUP-WITHHOLDING-FILE
               ASSIGN TO UT-S-BKUPWHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKUPWHLD-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO SUPLRAPP
               ORGANIZATION IS SEQUENTIAL
           COPY SUPLKSDS.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  PAYMENT-FILE
           05  SP-SUPPLR-NO              PIC X(3).
           05  SP-PAYMENT-AMOUNT         PIC 9(9)V99.
           05  SP-PAYMENT-DATE           PIC 9(8).
      *    THE AMOUNT ABOVE IS DOLLARS; THE SUPPLIER'S CURRENCY AND
      *    THE AMOUNT IN IT FOLLOW (SPACES/SAME AMOUNT IF DOLLARS).
           05  SP-CURRENCY-CODE          PIC X(3).
           05  SP-CURRENCY-AMOUNT        PIC 9(9)V99.
           05  FILLER                    PIC X(4).
      *
       FD  ADVICE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ADVICE-LINE                   PIC X(132).
      *
       FD  BACKUP-WITHHOLDING-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BKUPWHLD.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  ADVICE-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BKUPWHLD-ST                PIC X(2).
               88  BKUPWHLD-OK                    VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  SUPPLRFILE-EOF-WS          PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUPPLIERS               VALUE 'Y'.
           05  SUPLMAST-ST                PIC X(2).
           05  SUPPLIER-PAYABLE-WS        PIC X(1).
               88  SUPPLIER-PAYABLE               VALUE 'Y'.
           05  HOLD-REASON-WS             PIC X(12).
           05  W9-VALID-WS                PIC X(1).
               88  W9-VALID                       VALUE 'Y'.
       77  BACKUP-DEFAULT-PCT             PIC 9(3) VALUE 24.
       77  BACKUP-RATE-PCT                PIC 9(3) VALUE 24.
       01  PARM-PERCENT-VALUE-WS.
           05  PARM-PERCENT-WS            PIC 9(3).
           05  FILLER                     PIC X(17).
           COPY GPARMCOB.
       01  MINIMUM-PAYMENT-WS             PIC 9(9)      VALUE ZERO.
       01  PAYMENT-CURRENCY-WS.
           05  PAYMENT-CURRENCY-CODE-WS   PIC X(3).
           05  PAYMENT-RATE-WS            PIC 9(5)V9(6).
           05  PAYMENT-CCY-AMOUNT-WS      PIC S9(11)V99.
           COPY CURRCOB.
       01  PAYMENT-WORK-WS.
           05  WITHHELD-AMOUNT-WS         PIC S9(9)V99.
           05  PAYMENT-AMOUNT-WS          PIC S9(9)V99.
           05  BACKUP-WH-AMOUNT-WS        PIC S9(9)V99.
           05  REPORTABLE-AMOUNT-WS       PIC S9(9)V99.
      *
      * EARLY-PAYMENT DISCOUNT WORK.  SM-PAYMENT-TERMS IS D/DD -
      * ONE DIGIT OF DISCOUNT PERCENT AND TWO OF DISCOUNT DAYS
           05  TOTAL-NET-WS               PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-WITHHELD-WS          PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-PAYMENT-WS           PIC S9(11)V99 VALUE ZERO.
           05  BACKUP-WH-COUNT            PIC 9(5)      VALUE ZERO.
           05  TOTAL-BACKUP-WH-WS         PIC S9(11)V99 VALUE ZERO.
       01  ADVICE-HEADING-LINE.
           05  FILLER            PIC X(20) VALUE
                   "REMITTANCE ADVICE - ".
           05  AP-WITHHELD       PIC -ZZZZZZ9.99.
           05  FILLER            PIC X(15) VALUE "  PAYMENT DUE  ".
           05  AP-PAYMENT        PIC -ZZZZZZZZ9.99.
       01  ADVICE-BACKUP-LINE.
           05  FILLER            PIC X(38) VALUE
                   "  BACKUP WITHHOLDING - NO VALID W-9 AT".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  AW-RATE           PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE "%  ".
           05  AW-AMOUNT         PIC -ZZZZZZ9.99.
       01  ADVICE-CURRENCY-LINE.
           05  FILLER            PIC X(13) VALUE "  PAYABLE IN ".
           05  AC-CURRENCY       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AC-CCY-AMOUNT     PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X(8)  VALUE "  RATE  ".
           05  AC-RATE           PIC ZZZZ9.999999.
       01  ADVICE-DISCOUNT-LINE.
           05  FILLER            PIC X(25) VALUE
                   "  EARLY-PAYMENT DISCOUNT ".
           05  FILLER            PIC X(14) VALUE "NET BALANCE".
           05  FILLER            PIC X(13) VALUE "WITHHELD".
           05  FILLER            PIC X(13) VALUE "PAYMENT".
           05  FILLER            PIC X(19) VALUE "CCY  CCY AMOUNT".
           05  FILLER            PIC X(10) VALUE "BACKUP W/H".
       01  REGISTER-DETAIL-LINE.
           05  RD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  RD-WITHHELD       PIC -ZZZZZZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RD-PAYMENT        PIC -ZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-CURRENCY       PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RD-CCY-AMOUNT     PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RD-BACKUP-WH      PIC -ZZZZZZ9.99.
       01  BACKUP-TOTALS-LINE.
           05  FILLER            PIC X(20) VALUE "BACKUP WITHHOLDING  ".
           05  BT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AT PCT ".
           05  BT-RATE           PIC ZZ9.
           05  FILLER            PIC X(10) VALUE "  WITHHELD".
           05  BT-TOTAL          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  REGISTER-TOTALS-LINE.
           05  FILLER            PIC X(10) VALUE "PAYMENTS  ".
           05  RT-COUNT          PIC ZZZZ9.
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 150-GET-BACKUP-RATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-REMITTANCE-CONTROL.
           MOVE BD-BUSINESS-DATE TO RH-DATE.
           WRITE PRINT-LINE FROM REGISTER-HEADING-LINE.
           WRITE PRINT-LINE FROM REGISTER-COLUMN-LINE.
           PERFORM 400-READ-SUPPLIER.
      *
       150-GET-BACKUP-RATE.
      *
           MOVE BACKUP-DEFAULT-PCT TO BACKUP-RATE-PCT.
           MOVE 'SUPLREM' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'BKUP-WH-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO BACKUP-RATE-PCT
               ELSE
                   DISPLAY 'BKUP-WH-PCT NOT 000-100 - USING DEFAULT '
                       BACKUP-DEFAULT-PCT
               END-IF
           END-IF.
           DISPLAY 'SUPLREM: BACKUP WITHHOLDING RATE '
               BACKUP-RATE-PCT '%'.
      *
       200-PROPOSE-PAYMENT.
      *
           IF SUPPLR-BAL-NET-REC > MINIMUM-PAYMENT-WS
               AND PAYMENT-AMOUNT-WS > ZERO
               PERFORM 440-CHECK-APPROVAL-STATUS
               PERFORM 445-GET-PAYMENT-RATE
               IF SUPPLIER-PAYABLE
                   PERFORM 450-PRICE-THE-DISCOUNT
                   SUBTRACT DISCOUNT-AMOUNT-WS
                       FROM PAYMENT-AMOUNT-WS
                   PERFORM 455-APPLY-BACKUP-WITHHOLDING
                   PERFORM 460-CONVERT-THE-PAYMENT
                   PERFORM 500-WRITE-REMITTANCE-ADVICE
                   PERFORM 510-WRITE-PAYMENT-RECORD
                   PERFORM 520-WRITE-REGISTER-LINE
               MOVE 'REMITTANCE ADVICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *    THE WITHHOLDING HISTORY ACCUMULATES TO YEAR END.
           OPEN EXTEND BACKUP-WITHHOLDING-FILE.
           IF NOT BKUPWHLD-OK
               DISPLAY 'BACKUP WITHHOLDING HISTORY OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BACKUP WITHHOLDING HISTORY OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BKUPWHLD' TO EL-FILE-NAME
               MOVE BKUPWHLD-ST TO EL-FILE-STATUS
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
               DISPLAY 'APPROVAL REGISTER OPEN PROBLEM'
                   END-EVALUATE
               END-IF
           END-IF.
      *
       445-GET-PAYMENT-RATE.
      *
      *    A FOREIGN SUPPLIER IS PAID IN ITS OWN CURRENCY AT THE
      *    BUSINESS-DATE RATE.  440 HAS JUST READ THE MASTER.  NO
      *    RATE ON FILE HOLDS THE PAYMENT RATHER THAN SEND DOLLARS
      *    THE SUPPLIER DID NOT INVOICE.
           MOVE SPACES TO PAYMENT-CURRENCY-CODE-WS.
           MOVE 1 TO PAYMENT-RATE-WS.
           IF SUPPLIER-PAYABLE
               AND SUPLMAST-AVAILABLE
               AND SUPLMAST-OK
               AND SM-CURRENCY-CODE NOT = 'USD'
               MOVE SM-CURRENCY-CODE TO PAYMENT-CURRENCY-CODE-WS
           END-IF.
           IF PAYMENT-CURRENCY-CODE-WS NOT = SPACES
               MOVE PAYMENT-CURRENCY-CODE-WS TO CV-CURRENCY-CODE
               MOVE BD-BUSINESS-DATE TO CV-AS-OF-DATE
               MOVE ZERO TO CV-FOREIGN-AMOUNT
               CALL 'CURRCONV' USING CURRCONV-PARMS-WS
               IF CV-OK
                   MOVE CV-RATE TO PAYMENT-RATE-WS
               ELSE
                   MOVE 'N' TO SUPPLIER-PAYABLE-WS
                   MOVE 'NO FX RATE' TO HOLD-REASON-WS
               END-IF
           END-IF.
      *
       450-PRICE-THE-DISCOUNT.
      *
                       TO DISCOUNTS-LOST-TOTAL
               END-IF
           END-IF.
      *
       455-APPLY-BACKUP-WITHHOLDING.
      *
      *    A 1099-REPORTABLE SUPPLIER NEEDS A W-9 ON FILE WITH A
      *    NINE-DIGIT TIN AND ITS TYPE; WITHOUT ONE THE BACKUP
      *    RATE COMES OFF THE PAYMENT.  450 HAS JUST READ THE
      *    MASTER.  A SUPPLIER WITH NO MASTER RECORD HAS NO 1099
      *    FORM TYPE AND PAYS AS ALWAYS.
           MOVE ZERO TO BACKUP-WH-AMOUNT-WS.
           MOVE PAYMENT-AMOUNT-WS TO REPORTABLE-AMOUNT-WS.
           MOVE 'N' TO W9-VALID-WS.
           IF SUPLMAST-AVAILABLE
               AND SUPLMAST-OK
               AND SM-1099-REPORTABLE
               IF SM-TIN NUMERIC
                   AND SM-TIN NOT = '000000000'
                   AND SM-TIN-TYPE-VALID
                   AND SM-W9-DATE NUMERIC
                   AND SM-W9-DATE > ZERO
                   SET W9-VALID TO TRUE
               END-IF
               IF NOT W9-VALID
                   COMPUTE BACKUP-WH-AMOUNT-WS ROUNDED =
                       PAYMENT-AMOUNT-WS * BACKUP-RATE-PCT / 100
                   SUBTRACT BACKUP-WH-AMOUNT-WS
                       FROM PAYMENT-AMOUNT-WS
                   PERFORM 540-WRITE-WITHHOLDING-HISTORY
               END-IF
           END-IF.
      *
       460-CONVERT-THE-PAYMENT.
      *
           IF PAYMENT-CURRENCY-CODE-WS = SPACES
               MOVE PAYMENT-AMOUNT-WS TO PAYMENT-CCY-AMOUNT-WS
           ELSE
               COMPUTE PAYMENT-CCY-AMOUNT-WS ROUNDED =
                   PAYMENT-AMOUNT-WS / PAYMENT-RATE-WS
           END-IF.
      *
       500-WRITE-REMITTANCE-ADVICE.
      *
               MOVE SM-PAYMENT-TERMS TO AD-TERMS
               WRITE ADVICE-LINE FROM ADVICE-DISCOUNT-LINE
           END-IF.
           IF BACKUP-WH-AMOUNT-WS > ZERO
               MOVE BACKUP-RATE-PCT     TO AW-RATE
               MOVE BACKUP-WH-AMOUNT-WS TO AW-AMOUNT
               WRITE ADVICE-LINE FROM ADVICE-BACKUP-LINE
           END-IF.
           MOVE WITHHELD-AMOUNT-WS TO AP-WITHHELD.
           MOVE PAYMENT-AMOUNT-WS  TO AP-PAYMENT.
           WRITE ADVICE-LINE FROM ADVICE-PAYMENT-LINE.
           IF PAYMENT-CURRENCY-CODE-WS NOT = SPACES
               MOVE PAYMENT-CURRENCY-CODE-WS TO AC-CURRENCY
               MOVE PAYMENT-CCY-AMOUNT-WS    TO AC-CCY-AMOUNT
               MOVE PAYMENT-RATE-WS          TO AC-RATE
               WRITE ADVICE-LINE FROM ADVICE-CURRENCY-LINE
           END-IF.
           MOVE SPACES TO ADVICE-LINE.
           WRITE ADVICE-LINE.
      *
           MOVE SUPPLR-BAL-SUPPLR-NO TO SP-SUPPLR-NO.
           MOVE PAYMENT-AMOUNT-WS    TO SP-PAYMENT-AMOUNT.
           MOVE BD-BUSINESS-DATE     TO SP-PAYMENT-DATE.
           MOVE PAYMENT-CURRENCY-CODE-WS TO SP-CURRENCY-CODE.
           MOVE PAYMENT-CCY-AMOUNT-WS    TO SP-CURRENCY-AMOUNT.
           WRITE SUPPLIER-PAYMENT-RECORD.
           IF NOT SUPPAY-OK
               DISPLAY 'PAYMENT INTERFACE WRITE PROBLEM'
           MOVE SUPPLR-BAL-NET-REC   TO RD-NET.
           MOVE WITHHELD-AMOUNT-WS   TO RD-WITHHELD.
           MOVE PAYMENT-AMOUNT-WS    TO RD-PAYMENT.
           MOVE PAYMENT-CURRENCY-CODE-WS TO RD-CURRENCY.
           MOVE PAYMENT-CCY-AMOUNT-WS    TO RD-CCY-AMOUNT.
           MOVE BACKUP-WH-AMOUNT-WS      TO RD-BACKUP-WH.
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.
           ADD SUPPLR-BAL-NET-REC  TO TOTAL-NET-WS.
           ADD WITHHELD-AMOUNT-WS  TO TOTAL-WITHHELD-WS.
           MOVE HOLD-REASON-WS TO HD-REASON.
           MOVE PAYMENT-AMOUNT-WS TO HD-AMOUNT.
           WRITE PRINT-LINE FROM HELD-DETAIL-LINE.
      *
       540-WRITE-WITHHOLDING-HISTORY.
      *
           ADD 1 TO BACKUP-WH-COUNT.
           ADD BACKUP-WH-AMOUNT-WS TO TOTAL-BACKUP-WH-WS.
           MOVE SPACES TO BACKUP-WITHHOLDING-RECORD.
           MOVE SUPPLR-BAL-SUPPLR-NO TO BW-SUPPLR-NO.
           MOVE BD-BUSINESS-DATE     TO BW-PAYMENT-DATE.
           MOVE REPORTABLE-AMOUNT-WS TO BW-REPORTABLE-AMOUNT.
           MOVE BACKUP-WH-AMOUNT-WS  TO BW-WITHHELD-AMOUNT.
           MOVE BACKUP-RATE-PCT      TO BW-RATE-PCT.
           WRITE BACKUP-WITHHOLDING-RECORD.
           IF NOT BKUPWHLD-OK
               DISPLAY 'BACKUP WITHHOLDING HISTORY WRITE PROBLEM'
               MOVE '540-WRITE-WITHHOLDING-HISTORY'
                  TO EL-PARAGRAPH
               MOVE 'BACKUP WITHHOLDING HISTORY WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BKUPWHLD' TO EL-FILE-NAME
               MOVE BKUPWHLD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-REGISTER-TOTALS.
      *
               MOVE HELD-TOTAL TO HT-TOTAL
               WRITE PRINT-LINE FROM HELD-TOTALS-LINE
           END-IF.
           MOVE BACKUP-WH-COUNT    TO BT-COUNT.
           MOVE BACKUP-RATE-PCT    TO BT-RATE.
           MOVE TOTAL-BACKUP-WH-WS TO BT-TOTAL.
           WRITE PRINT-LINE FROM BACKUP-TOTALS-LINE.
           PERFORM 750-WRITE-GL-FEED.
      *
       750-WRITE-GL-FEED.
      *
      *    THE WITHHELD TAX STAYS OUT OF THE SUPPLIER'S CHECK BUT
      *    IS STILL OWED - TO THE IRS.  MOVE IT FROM PAYABLES TO
      *    BACKUP WITHHOLDING PAYABLE UNTIL IT IS DEPOSITED.
           IF TOTAL-BACKUP-WH-WS > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'SUPLREM ' TO GF-SOURCE-SYSTEM
               MOVE 'ACCTSPAY' TO GF-DEBIT-ACCOUNT
               MOVE 'BKUPWHPY' TO GF-CREDIT-ACCOUNT
               MOVE TOTAL-BACKUP-WH-WS TO GF-AMOUNT
               MOVE 'SUPPLIER BACKUP W/H' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               IF NOT GLFEED-OK
                   DISPLAY 'GL FEED WRITE PROBLEM'
                   MOVE '750-WRITE-GL-FEED'
                      TO EL-PARAGRAPH
                   MOVE 'GL FEED WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'GLFEED' TO EL-FILE-NAME
                   MOVE GLFEED-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       900-WRAP-UP.
           IF SUPLMAST-AVAILABLE
               CLOSE SUPLMAST-FILE
           END-IF.
           CLOSE SUPPLR-KSDS-FILE, PAYMENT-FILE, ADVICE-FILE, PRINTFILE,
                 BACKUP-WITHHOLDING-FILE, GL-FEED-FILE.
      *
       999-ERROR-RTN.
           MOVE 'SUPLREM' TO EL-PROGRAM-ID.

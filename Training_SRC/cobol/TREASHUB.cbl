      * the supplier payment interface (SUPLREM's 40-byte layout),     *
      * assigns each payment the next hub reference from the HUBSEQ    *
      * control file, records it on the keyed PAYMAST payments         *
      * master, and writes the single bank upload file.  Every claims  *
      * payment also gets a HUBXREF record pairing its source          *
      * reference with the hub reference, for REMITGEN.  A collector   *
      * register carries counts and amount totals per source so        *
      * treasury reconciles one file.  Every payee is screened         *
      * against the sanctions list through SANCMTCH (suppliers by      *
      * their SUPLMAST name) before the bank record is written; a      *
      * payee scoring over the threshold is put on PAYMAST on          *
      * compliance hold, left off the bank file, listed on the         *
      * register and logged to the SANCAUD audit file for SANCDEC.     *
      * Employee net pay arrives as a third source, PAYROLL, on the    *
      * HRPAYREG PAYDISB feed: a direct-deposit payment carries its    *
      * routing and account number through to the bank record, and     *
      * a check payment goes out like any other, so payroll clears     *
      * through TREASACK with the rest.                                *
      * A payment over its source system's approval limit (GETPARM     *
      * APR-CLAIMS, APR-SUPPLIER, APR-PAYROLL) is put on PAYMAST       *
      * pending approval and on the PAYAPPR approval file instead of   *
      * the bank file; once two approvers have signed it (PAYAPPRV or  *
      * PAYAPWB) the next run releases it to the bank before the feeds *
      * are collected.  The operator who releases each source's        *
      * payments to the hub (GETPARM KEY-CLAIMS, KEY-SUPPLIER,         *
      * KEY-PAYROLL) is recorded as the payment's keyer and may not    *
      * sign its approval.                                             *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO UT-S-SUPPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPPAY-ST.
           SELECT PAYROLL-PAY-FILE
               ASSIGN TO UT-S-PAYDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYDISB-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
           SELECT SANCAUD-FILE
               ASSIGN TO UT-S-SANCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCAUD-ST.
           SELECT PAYAPPR-FILE
               ASSIGN TO UT-S-PAYAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-PAYMENT-REF
               FILE STATUS IS PAYAPPR-ST.
           SELECT BANK-FILE
               ASSIGN TO UT-S-BANKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKOUT-ST.
           SELECT HUB-XREF-FILE
               ASSIGN TO UT-S-HUBXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-SOURCE-REF
               FILE STATUS IS HUBXREF-ST.
           SELECT PRINTFILE
               ASSIGN TO TREASRPT
               ORGANIZATION IS SEQUENTIAL
           05  DB-PAYEE-NAME             PIC X(25).
           05  DB-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  DB-PAYMENT-DATE           PIC 9(8).
           05  DB-PROVIDER-CODE          PIC X(02).
      *
       FD  SUPPLIER-PAY-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  SP-SUPPLR-NO              PIC X(3).
           05  SP-PAYMENT-AMOUNT         PIC 9(9)V99.
           05  SP-PAYMENT-DATE           PIC 9(8).
           05  SP-CURRENCY-CODE          PIC X(3).
           05  SP-CURRENCY-AMOUNT        PIC 9(9)V99.
           05  FILLER                    PIC X(4).
      *
      * HRPAYREG'S NET PAY FEED - OPTIONAL; OFF-CYCLE DAYS HAVE NO
      * PAYROLL TO ISSUE.
       FD  PAYROLL-PAY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYDISB.
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  SANCAUD-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY SANCAUD.
      *
       FD  PAYAPPR-FILE
           RECORD CONTAINS 170 CHARACTERS.
           COPY PAYAPPR.
      *
      * THE ONE BANK UPLOAD, IN THE HUB'S OWN FIXED LAYOUT.  A
      * DIRECT DEPOSIT CARRIES THE PAYEE'S ROUTING AND ACCOUNT;
      * EVERYTHING ELSE IS PRINTED AS A CHECK.
       FD  BANK-FILE
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
      * THIS CYCLE'S CLAIMS PAYMENTS, SOURCE REFERENCE TO HUB
      * REFERENCE - REBUILT EVERY RUN.
       FD  HUB-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY HUBXREF.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  CLMPAY-OK                      VALUE '00'.
           05  SUPPAY-ST                  PIC X(2).
               88  SUPPAY-OK                      VALUE '00'.
           05  PAYDISB-ST                 PIC X(2).
               88  PAYDISB-OK                     VALUE '00'.
           05  PAYDISB-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  PAYDISB-AVAILABLE              VALUE 'Y'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  SANCAUD-ST                 PIC X(2).
               88  SANCAUD-OK                     VALUE '00'.
           05  PAYAPPR-ST                 PIC X(2).
               88  PAYAPPR-OK                     VALUE '00'.
           05  BANKOUT-ST                 PIC X(2).
               88  BANKOUT-OK                     VALUE '00'.
           05  HUBXREF-ST                 PIC X(2).
               88  HUBXREF-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CLMPAY-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-CLAIM-PAYS             VALUE 'Y'.
           05  SUPPAY-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUPPLIER-PAYS          VALUE 'Y'.
           05  PAYDISB-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PAYROLL-PAYS           VALUE 'Y'.
           05  PAYEE-ON-MASTER-WS         PIC X(1).
               88  PAYEE-NOT-ON-MASTER            VALUE 'N'.
           05  APPROVALS-EOF-WS           PIC X(1)  VALUE 'N'.
               88  NO-MORE-APPROVALS              VALUE 'Y'.
       01  PAYMENT-REF-WS                 PIC 9(9) VALUE ZERO.
       01  PAYEE-KEY-WS                   PIC X(9).
      *    HOW THE PAYMENT IN HAND GOES TO THE BANK - ONLY PAYROLL
      *    DIRECT DEPOSITS ARE ANYTHING BUT A CHECK.
       01  BANK-METHOD-WS.
           05  BANK-PAYMENT-METHOD-WS     PIC X(1).
           05  BANK-ROUTING-NO-WS         PIC 9(9).
           05  BANK-ACCOUNT-NO-WS         PIC X(17).
           05  BANK-ACCOUNT-TYPE-WS       PIC X(1).
      *    HIGH-VALUE APPROVAL LIMIT PER SOURCE SYSTEM, FROM GETPARM
      *    APR-<SOURCE>; A SOURCE WITH NO PARAMETER USES THE DEFAULT.
       01  APPROVAL-SOURCE-VALUES.
           05  FILLER                     PIC X(8)  VALUE 'CLAIMS  '.
           05  FILLER                     PIC X(8)  VALUE 'SUPPLIER'.
           05  FILLER                     PIC X(8)  VALUE 'PAYROLL '.
       01  APPROVAL-SOURCE-TABLE REDEFINES APPROVAL-SOURCE-VALUES.
           05  AL-SOURCE-SYSTEM           PIC X(8)  OCCURS 3.
       01  APPROVAL-LIMIT-TABLE.
           05  AL-LIMIT                   PIC 9(9)V99 OCCURS 3.
      *    THE OPERATOR WHO RELEASES EACH SOURCE'S PAYMENTS TO THE
      *    HUB, FROM GETPARM KEY-<SOURCE> - THE PAYMENT'S KEYER FOR
      *    DUAL CONTROL.  NONE OF THE FEEDS CARRIES ONE OF ITS OWN.
       01  APPROVAL-KEYER-TABLE.
           05  AL-KEYED-BY                PIC X(8)  OCCURS 3.
       01  AL-SUB                         PIC 9(2).
       01  DEFAULT-APPROVAL-LIMIT-WS      PIC 9(9)V99 VALUE 100000.00.
       01  APPROVAL-LIMIT-WS              PIC 9(9)V99.
       01  APPROVAL-KEYED-BY-WS           PIC X(8).
       01  APPROVAL-DAYS-WS               PIC 9(3) VALUE 1.
       01  PARM-LIMIT-VALUE-WS.
           05  PARM-LIMIT-WS              PIC 9(9)V99.
       01  PARM-DAYS-VALUE-WS.
           05  PARM-DAYS-WS               PIC 9(3).
       01  RUN-TOTALS-WS.
           05  CLAIM-PAY-COUNT            PIC 9(7) VALUE ZERO.
           05  CLAIM-PAY-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  SUPPLIER-PAY-COUNT         PIC 9(7) VALUE ZERO.
           05  SUPPLIER-PAY-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  PAYROLL-PAY-COUNT          PIC 9(7) VALUE ZERO.
           05  PAYROLL-PAY-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  HELD-PAY-COUNT             PIC 9(7) VALUE ZERO.
           05  HELD-PAY-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  APPR-HELD-COUNT            PIC 9(7) VALUE ZERO.
           05  APPR-HELD-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  APPR-RELEASED-COUNT        PIC 9(7) VALUE ZERO.
           05  APPR-RELEASED-TOTAL        PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
           COPY BUSDYCOB.
           COPY GPARMCOB.
           COPY SANCMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(31) VALUE
                   "TREASURY DISBURSEMENT HUB -".
           05  ST-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AMOUNT ".
           05  ST-AMOUNT         PIC $$,$$$,$$$,$$9.99.
       01  HOLD-DETAIL-LINE.
           05  FILLER            PIC X(17) VALUE "COMPLIANCE HOLD  ".
           05  HL-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HL-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HL-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HL-ENTRY-ID       PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HL-ENTRY-NAME     PIC X(40).
           05  FILLER            PIC X(7)  VALUE " SCORE ".
           05  HL-SCORE          PIC ZZ9.
       01  APPROVAL-DETAIL-LINE.
           05  AD-ACTION         PIC X(17).
           05  AD-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-TEXT           PIC X(10).
           05  AD-DATE           PIC 9999/99/99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 280-RELEASE-APPROVED UNTIL NO-MORE-APPROVALS.
           PERFORM 200-COLLECT-CLAIM-PAY UNTIL NO-MORE-CLAIM-PAYS.
           PERFORM 250-COLLECT-SUPPLIER-PAY
               UNTIL NO-MORE-SUPPLIER-PAYS.
           PERFORM 270-COLLECT-PAYROLL-PAY
               UNTIL NO-MORE-PAYROLL-PAYS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 800-SAVE-SEQUENCE.
           PERFORM 900-WRAP-UP.
           MOVE 'TREASHUB' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 330-LOAD-APPROVAL-LIMITS.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-SEQUENCE.
           PERFORM 320-LOAD-SANCTIONS-LIST.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE ZERO TO AP-PAYMENT-REF.
           START PAYAPPR-FILE KEY >= AP-PAYMENT-REF
               INVALID KEY
                   SET NO-MORE-APPROVALS TO TRUE
           END-START.
      *
       200-COLLECT-CLAIM-PAY.
      *
                   MOVE DB-PAYEE-NAME TO TD-PAYEE-NAME
                   MOVE DB-PAYMENT-AMOUNT TO TD-AMOUNT
                   MOVE DB-PAYMENT-DATE TO TD-ISSUE-DATE
                   MOVE DB-PAYMENT-REF-NO TO PAYEE-KEY-WS
                   MOVE DB-PAYEE-NAME TO SX-PARTY-NAME
                   MOVE 'Y' TO PAYEE-ON-MASTER-WS
                   PERFORM 265-SET-CHECK-PAYMENT
                   PERFORM 500-ISSUE-HUB-PAYMENT
                   PERFORM 520-WRITE-HUB-XREF
           END-READ.
      *
       250-COLLECT-SUPPLIER-PAY.
                   END-STRING
                   MOVE SP-PAYMENT-AMOUNT TO TD-AMOUNT
                   MOVE SP-PAYMENT-DATE TO TD-ISSUE-DATE
                   MOVE SP-SUPPLR-NO TO PAYEE-KEY-WS
                   PERFORM 260-GET-SUPPLIER-NAME
                   PERFORM 265-SET-CHECK-PAYMENT
                   PERFORM 500-ISSUE-HUB-PAYMENT
           END-READ.
      *
       260-GET-SUPPLIER-NAME.
      *
      *    THE FEED CARRIES ONLY THE SUPPLIER NUMBER - THE NAME THE
      *    SCREEN NEEDS IS ON THE SUPPLIER MASTER.
           MOVE 'Y' TO PAYEE-ON-MASTER-WS.
           MOVE SP-SUPPLR-NO TO SM-SUPPLR-NO.
           READ SUPLMAST-FILE
               INVALID KEY
                   MOVE 'N' TO PAYEE-ON-MASTER-WS
           END-READ.
           IF PAYEE-NOT-ON-MASTER
               MOVE SPACES TO SX-PARTY-NAME
           ELSE
               MOVE SM-NAME TO SX-PARTY-NAME
           END-IF.
      *
       265-SET-CHECK-PAYMENT.
      *
           MOVE 'C' TO BANK-PAYMENT-METHOD-WS.
           MOVE ZERO TO BANK-ROUTING-NO-WS.
           MOVE SPACES TO BANK-ACCOUNT-NO-WS, BANK-ACCOUNT-TYPE-WS.
      *
       270-COLLECT-PAYROLL-PAY.
      *
      *    THE EMPLOYEE'S NAME IS SCREENED LIKE ANY OTHER PAYEE; THE
      *    PAYROLL SOURCE REFERENCE (PERIOD, EMPLOYEE, SPLIT) IS THE
      *    PARTY KEY ON ANY HOLD.
           READ PAYROLL-PAY-FILE
               AT END
                   SET NO-MORE-PAYROLL-PAYS TO TRUE
               NOT AT END
                   ADD 1 TO PAYROLL-PAY-COUNT
                   ADD PY-AMOUNT TO PAYROLL-PAY-TOTAL
                   MOVE 'PAYROLL ' TO TD-SOURCE-SYSTEM
                   MOVE PY-SOURCE-REF TO TD-SOURCE-REF
                   MOVE PY-PAYEE-NAME TO TD-PAYEE-NAME
                   MOVE PY-AMOUNT TO TD-AMOUNT
                   MOVE PY-PAY-DATE TO TD-ISSUE-DATE
                   MOVE PY-SOURCE-REF TO PAYEE-KEY-WS
                   MOVE PY-PAYEE-NAME TO SX-PARTY-NAME
                   MOVE 'Y' TO PAYEE-ON-MASTER-WS
                   IF PY-DIRECT-DEPOSIT
                       MOVE 'D' TO BANK-PAYMENT-METHOD-WS
                       MOVE PY-ROUTING-NO TO BANK-ROUTING-NO-WS
                       MOVE PY-ACCOUNT-NO TO BANK-ACCOUNT-NO-WS
                       MOVE PY-ACCOUNT-TYPE TO BANK-ACCOUNT-TYPE-WS
                   ELSE
                       PERFORM 265-SET-CHECK-PAYMENT
                   END-IF
                   PERFORM 500-ISSUE-HUB-PAYMENT
           END-READ.
      *
       280-RELEASE-APPROVED.
      *
      *    PAYMENTS SIGNED BY TWO APPROVERS SINCE THE LAST RUN GO TO
      *    THE BANK TODAY, AHEAD OF THE NEW FEEDS.
           READ PAYAPPR-FILE NEXT RECORD
               AT END
                   SET NO-MORE-APPROVALS TO TRUE
               NOT AT END
                   IF AP-APPROVED
                       PERFORM 285-ISSUE-APPROVED-PAYMENT
                   END-IF
           END-READ.
      *
       285-ISSUE-APPROVED-PAYMENT.
      *
           MOVE AP-PAYMENT-REF TO TD-PAYMENT-REF.
           READ PAYMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT PAYMAST-OK OR NOT TD-PENDING-APPROVAL
               DISPLAY 'TREASHUB: APPROVED PAYMENT ' AP-PAYMENT-REF
                   ' NOT PENDING ON PAYMAST'
               MOVE '285-ISSUE-APPROVED-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'APPROVED PAYMENT NOT PENDING ON PAYMAST'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    ISSUED AS OF TODAY, LIKE A CLEARED SANCTIONS HOLD, SO
      *    PAYAGE AGES IT FROM THE DAY IT WENT TO THE BANK.
           SET TD-ISSUED TO TRUE.
           MOVE BD-BUSINESS-DATE TO TD-ISSUE-DATE.
           REWRITE PAYMENT-MASTER-RECORD.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER REWRITE PROBLEM'
               MOVE '285-ISSUE-APPROVED-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           MOVE AP-PAYMENT-METHOD TO BANK-PAYMENT-METHOD-WS.
           MOVE AP-ROUTING-NO TO BANK-ROUTING-NO-WS.
           MOVE AP-ACCOUNT-NO TO BANK-ACCOUNT-NO-WS.
           MOVE AP-ACCOUNT-TYPE TO BANK-ACCOUNT-TYPE-WS.
           PERFORM 540-WRITE-BANK-RECORD.
           SET AP-RELEASED TO TRUE.
           MOVE BD-BUSINESS-DATE TO AP-RELEASED-DATE.
           REWRITE PAYMENT-APPROVAL-RECORD.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL REWRITE PROBLEM'
               MOVE '285-ISSUE-APPROVED-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO APPR-RELEASED-COUNT.
           ADD TD-AMOUNT TO APPR-RELEASED-TOTAL.
           MOVE 'APPROVED RELEASE ' TO AD-ACTION.
           MOVE 'APPROVED' TO AD-TEXT.
           MOVE AP-SECOND-APPROVAL-DATE TO AD-DATE.
           PERFORM 560-WRITE-APPROVAL-LINE.
      *
       300-OPEN-FILES.
      *
               MOVE 'SUPPAY' TO EL-FILE-NAME
               MOVE SUPPAY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PAYROLL-PAY-FILE.
           IF PAYDISB-OK
               MOVE 'Y' TO PAYDISB-AVAILABLE-WS
           ELSE
               DISPLAY 'PAYROLL DISBURSEMENT FEED UNAVAILABLE - NO '
                   'PAYROLL ISSUED'
               SET NO-MORE-PAYROLL-PAYS TO TRUE
           END-IF.
           OPEN I-O PAYMENT-MASTER-FILE.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT SUPLMAST-FILE.
           IF NOT SUPLMAST-OK
               DISPLAY 'SUPPLIER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLMST' TO EL-FILE-NAME
               MOVE SUPLMAST-ST TO EL-FILE-STATUS
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
           OPEN OUTPUT BANK-FILE.
           IF NOT BANKOUT-OK
               DISPLAY 'BANK UPLOAD FILE OPEN PROBLEM'
               MOVE 'BANKOUT' TO EL-FILE-NAME
               MOVE BANKOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT HUB-XREF-FILE.
           IF NOT HUBXREF-OK
               DISPLAY 'HUB CROSS-REFERENCE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HUB CROSS-REFERENCE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'HUBXREF' TO EL-FILE-NAME
               MOVE HUBXREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'HUB REGISTER OPEN PROBLEM'
               END-READ
               CLOSE HUBSEQ-FILE
           END-IF.
      *
       320-LOAD-SANCTIONS-LIST.
      *
      *    NO PAYMENT GOES TO THE BANK UNSCREENED - WITHOUT A LIST
      *    THE WHOLE RUN STOPS BEFORE ANYTHING IS ISSUED.
           MOVE SPACES TO SX-PARTY-NAME.
           MOVE BD-BUSINESS-DATE TO SX-AS-OF-DATE.
           CALL 'SANCMTCH' USING SANCMTCH-PARMS-WS.
           IF SX-LIST-UNAVAILABLE
               DISPLAY 'TREASHUB: NO SANCTIONS LIST - NOTHING ISSUED'
               MOVE '320-LOAD-SANCTIONS-LIST'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS LIST UNAVAILABLE - NOTHING ISSUED'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCLIST' TO EL-FILE-NAME
               GO TO 999-ERROR-RTN.
      *
       330-LOAD-APPROVAL-LIMITS.
      *
           MOVE 'TREASHUB' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           PERFORM 335-GET-APPROVAL-LIMIT
               VARYING AL-SUB FROM 1 BY 1
               UNTIL AL-SUB > 3.
           MOVE 'APR-DAYS' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC
                   MOVE PARM-DAYS-WS TO APPROVAL-DAYS-WS
               END-IF
           END-IF.
      *
       335-GET-APPROVAL-LIMIT.
      *
           MOVE DEFAULT-APPROVAL-LIMIT-WS TO AL-LIMIT(AL-SUB).
           MOVE SPACES TO GP-PARM-NAME.
           STRING 'APR-' AL-SOURCE-SYSTEM(AL-SUB)
               DELIMITED BY SIZE INTO GP-PARM-NAME
           END-STRING.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-LIMIT-VALUE-WS
               IF PARM-LIMIT-WS NUMERIC
                   MOVE PARM-LIMIT-WS TO AL-LIMIT(AL-SUB)
               END-IF
           END-IF.
           MOVE SPACES TO AL-KEYED-BY(AL-SUB).
           MOVE SPACES TO GP-PARM-NAME.
           STRING 'KEY-' AL-SOURCE-SYSTEM(AL-SUB)
               DELIMITED BY SIZE INTO GP-PARM-NAME
           END-STRING.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO AL-KEYED-BY(AL-SUB)
           END-IF.
      *
       500-ISSUE-HUB-PAYMENT.
      *
           MOVE PAYMENT-REF-WS TO TD-PAYMENT-REF.
           SET TD-ISSUED TO TRUE.
           MOVE ZERO TO TD-CLEARED-DATE.
           MOVE BANK-PAYMENT-METHOD-WS TO TD-PAYMENT-METHOD.
           PERFORM 510-SCREEN-PAYEE.
           IF NOT TD-COMPLIANCE-HOLD
               PERFORM 505-CHECK-APPROVAL-LIMIT
           END-IF.
           WRITE PAYMENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           EVALUATE TRUE
               WHEN TD-COMPLIANCE-HOLD
                   PERFORM 530-HOLD-PAYMENT
               WHEN TD-PENDING-APPROVAL
                   PERFORM 550-HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM 540-WRITE-BANK-RECORD
           END-EVALUATE.
      *
       505-CHECK-APPROVAL-LIMIT.
      *
      *    OVER ITS SOURCE'S LIMIT A PAYMENT WAITS FOR TWO APPROVERS
      *    INSTEAD OF GOING TO THE BANK.  A SANCTIONS HOLD COMES
      *    FIRST - SANCDEC SENDS IT HERE IF IT IS CLEARED.
           MOVE DEFAULT-APPROVAL-LIMIT-WS TO APPROVAL-LIMIT-WS.
           MOVE SPACES TO APPROVAL-KEYED-BY-WS.
           PERFORM 506-MATCH-APPROVAL-LIMIT
               VARYING AL-SUB FROM 1 BY 1
               UNTIL AL-SUB > 3.
           IF TD-AMOUNT > APPROVAL-LIMIT-WS
               SET TD-PENDING-APPROVAL TO TRUE
           END-IF.
      *
       506-MATCH-APPROVAL-LIMIT.
      *
           IF AL-SOURCE-SYSTEM(AL-SUB) = TD-SOURCE-SYSTEM
               MOVE AL-LIMIT(AL-SUB) TO APPROVAL-LIMIT-WS
               MOVE AL-KEYED-BY(AL-SUB) TO APPROVAL-KEYED-BY-WS
           END-IF.
      *
       510-SCREEN-PAYEE.
      *
      *    A SUPPLIER MISSING FROM THE MASTER HAS NO NAME TO SCREEN
      *    AND IS HELD FOR COMPLIANCE TO LOOK AT LIKE ANY HIT.
           MOVE BD-BUSINESS-DATE TO SX-AS-OF-DATE.
           CALL 'SANCMTCH' USING SANCMTCH-PARMS-WS.
           MOVE SX-LIST-VERSION TO TD-SCREEN-VERSION.
           IF PAYEE-NOT-ON-MASTER
               MOVE SPACES TO SX-BEST-ENTRY-ID
               MOVE 'SUPPLIER NOT ON SUPLMAST - UNSCREENED'
                   TO SX-BEST-ENTRY-NAME
               MOVE ZERO TO SX-BEST-SCORE
               SET TD-COMPLIANCE-HOLD TO TRUE
           END-IF.
           IF SX-POTENTIAL-HIT
               SET TD-COMPLIANCE-HOLD TO TRUE
           END-IF.
      *
       520-WRITE-HUB-XREF.
      *
           MOVE DB-PAYMENT-REF-NO TO HX-SOURCE-REF.
           MOVE TD-PAYMENT-REF TO HX-PAYMENT-REF.
           MOVE DB-PROVIDER-CODE TO HX-PROVIDER-CODE.
           MOVE TD-AMOUNT TO HX-AMOUNT.
           MOVE TD-ISSUE-DATE TO HX-ISSUE-DATE.
           WRITE HUB-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT HUBXREF-OK
               DISPLAY 'HUB CROSS-REFERENCE WRITE PROBLEM'
               MOVE '520-WRITE-HUB-XREF'
                  TO EL-PARAGRAPH
               MOVE 'HUB CROSS-REFERENCE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'HUBXREF' TO EL-FILE-NAME
               MOVE HUBXREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       530-HOLD-PAYMENT.
      *
           ADD 1 TO HELD-PAY-COUNT.
           ADD TD-AMOUNT TO HELD-PAY-TOTAL.
           MOVE TD-PAYMENT-REF TO HL-PAYMENT-REF.
           MOVE TD-PAYEE-NAME TO HL-PAYEE-NAME.
           MOVE TD-AMOUNT TO HL-AMOUNT.
           MOVE SX-BEST-ENTRY-ID TO HL-ENTRY-ID.
           MOVE SX-BEST-ENTRY-NAME TO HL-ENTRY-NAME.
           MOVE SX-BEST-SCORE TO HL-SCORE.
           WRITE PRINT-LINE FROM HOLD-DETAIL-LINE.
           MOVE SPACES TO SANCTIONS-AUDIT-RECORD.
           MOVE BD-BUSINESS-DATE TO SK-EVENT-DATE.
           SET SK-POTENTIAL-HIT TO TRUE.
           MOVE 'TREASHUB' TO SK-PROGRAM.
           MOVE SX-LIST-VERSION TO SK-LIST-VERSION.
           MOVE TD-SOURCE-SYSTEM TO SK-PARTY-SOURCE.
           MOVE PAYEE-KEY-WS TO SK-PARTY-KEY.
           MOVE TD-PAYEE-NAME TO SK-PARTY-NAME.
           MOVE SX-BEST-ENTRY-ID TO SK-ENTRY-ID.
           MOVE SX-BEST-ENTRY-NAME TO SK-ENTRY-NAME.
           MOVE SX-BEST-SCORE TO SK-SCORE.
           MOVE SX-THRESHOLD TO SK-THRESHOLD.
           MOVE TD-PAYMENT-REF TO SK-PAYMENT-REF.
           WRITE SANCTIONS-AUDIT-RECORD.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT WRITE PROBLEM'
               MOVE '530-HOLD-PAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       540-WRITE-BANK-RECORD.
      *
           MOVE TD-PAYMENT-REF TO BK-PAYMENT-REF.
           MOVE TD-PAYEE-NAME TO BK-PAYEE-NAME.
           MOVE TD-AMOUNT TO BK-AMOUNT.
           MOVE TD-ISSUE-DATE TO BK-ISSUE-DATE.
           MOVE BANK-PAYMENT-METHOD-WS TO BK-PAYMENT-METHOD.
           MOVE BANK-ROUTING-NO-WS TO BK-ROUTING-NO.
           MOVE BANK-ACCOUNT-NO-WS TO BK-ACCOUNT-NO.
           MOVE BANK-ACCOUNT-TYPE-WS TO BK-ACCOUNT-TYPE.
           WRITE BANK-RECORD.
           IF NOT BANKOUT-OK
               DISPLAY 'BANK FILE WRITE PROBLEM'
               MOVE '540-WRITE-BANK-RECORD'
                  TO EL-PARAGRAPH
               MOVE 'BANK FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BANKOUT' TO EL-FILE-NAME
               MOVE BANKOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       550-HOLD-FOR-APPROVAL.
      *
      *    THE BANK DETAILS ARE KEPT WITH THE APPROVAL SO THE
      *    RELEASE GOES OUT THE WAY THE PAYMENT CAME IN.  THE
      *    SOURCE'S RELEASING OPERATOR IS RECORDED AS THE KEYER SO
      *    PAYAPPRV AND PAYAPWB REFUSE THAT OPERATOR'S SIGNATURE.
           ADD 1 TO APPR-HELD-COUNT.
           ADD TD-AMOUNT TO APPR-HELD-TOTAL.
           MOVE SPACES TO PAYMENT-APPROVAL-RECORD.
           MOVE TD-PAYMENT-REF TO AP-PAYMENT-REF.
           MOVE TD-SOURCE-SYSTEM TO AP-SOURCE-SYSTEM.
           MOVE TD-PAYEE-NAME TO AP-PAYEE-NAME.
           MOVE TD-AMOUNT TO AP-AMOUNT.
           MOVE APPROVAL-LIMIT-WS TO AP-APPROVAL-LIMIT.
           MOVE APPROVAL-KEYED-BY-WS TO AP-KEYED-BY.
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
           MOVE BANK-PAYMENT-METHOD-WS TO AP-PAYMENT-METHOD.
           MOVE BANK-ROUTING-NO-WS TO AP-ROUTING-NO.
           MOVE BANK-ACCOUNT-NO-WS TO AP-ACCOUNT-NO.
           MOVE BANK-ACCOUNT-TYPE-WS TO AP-ACCOUNT-TYPE.
           WRITE PAYMENT-APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL WRITE PROBLEM'
               MOVE '550-HOLD-FOR-APPROVAL'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           MOVE 'PENDING APPROVAL ' TO AD-ACTION.
           MOVE 'DEADLINE' TO AD-TEXT.
           MOVE AP-DEADLINE-DATE TO AD-DATE.
           PERFORM 560-WRITE-APPROVAL-LINE.
      *
       560-WRITE-APPROVAL-LINE.
      *
           MOVE AP-PAYMENT-REF TO AD-PAYMENT-REF.
           MOVE AP-PAYEE-NAME TO AD-PAYEE-NAME.
           MOVE AP-AMOUNT TO AD-AMOUNT.
           MOVE AP-SOURCE-SYSTEM TO AD-SOURCE.
           WRITE PRINT-LINE FROM APPROVAL-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SUPPLIER-PAY-COUNT TO ST-COUNT.
           MOVE SUPPLIER-PAY-TOTAL TO ST-AMOUNT.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           MOVE 'PAYROLL   ' TO ST-SOURCE.
           MOVE PAYROLL-PAY-COUNT TO ST-COUNT.
           MOVE PAYROLL-PAY-TOTAL TO ST-AMOUNT.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           MOVE 'HELD      ' TO ST-SOURCE.
           MOVE HELD-PAY-COUNT TO ST-COUNT.
           MOVE HELD-PAY-TOTAL TO ST-AMOUNT.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           MOVE 'APPR HELD ' TO ST-SOURCE.
           MOVE APPR-HELD-COUNT TO ST-COUNT.
           MOVE APPR-HELD-TOTAL TO ST-AMOUNT.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           MOVE 'APPR REL  ' TO ST-SOURCE.
           MOVE APPR-RELEASED-COUNT TO ST-COUNT.
           MOVE APPR-RELEASED-TOTAL TO ST-AMOUNT.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           DISPLAY 'TREASHUB: PAYMENTS ON COMPLIANCE HOLD '
               HELD-PAY-COUNT.
      *
       800-SAVE-SEQUENCE.
      *
           CLOSE HUBSEQ-FILE.
      *
       900-WRAP-UP.
           IF PAYDISB-AVAILABLE
               CLOSE PAYROLL-PAY-FILE
           END-IF.
           CLOSE CLAIM-PAY-FILE, SUPPLIER-PAY-FILE,
                 PAYMENT-MASTER-FILE, SUPLMAST-FILE, SANCAUD-FILE,
                 PAYAPPR-FILE, BANK-FILE, HUB-XREF-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

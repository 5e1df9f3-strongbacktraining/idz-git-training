      ******************************************************************
      * GLRECON                                                        *
      * Month-end subledger-to-general-ledger reconciliation.  The     *
      * control card names the period (CCYYMM).  Each subledger is     *
      * totalled straight from its own file - open PREMINV invoices,   *
      * the unpaid balance of open and billed REINMAST recoveries,     *
      * LM-CURRENT-BALANCE on LOANMAST (less charged-off loans, which  *
      * LOANCHG has already taken off the ledger), the balance due on  *
      * open and placed PATRECV receivables, and the SUPLKSDS net      *
      * supplier balances - and compared with its control account's    *
      * GLBAL balance through the period.  The control accounts come   *
      * from GETPARM (PREM-ACCT, REIN-ACCT, LOAN-ACCT, PAT-ACCT,       *
      * SUPL-ACCT) with the feed programs' account names as defaults.  *
      * Every control account is listed with both totals and the       *
      * variance.  A variance past the tolerance (GETPARM TOLERANCE,   *
      * nine digits with implied cents, default 1.00) marks the        *
      * period's '*RECON*' guard row on GLBAL held, and GLCLOSE will   *
      * not close a held period; a clean rerun clears the hold.        *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (GLRCRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECONCTL-FILE
               ASSIGN TO UT-S-RECONCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECONCTL-ST.
           SELECT GLBAL-FILE
               ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT INVOICE-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMINV-ST.
           SELECT REINMAST-FILE
               ASSIGN TO UT-S-REINMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RECV-KEY
               FILE STATUS IS REINMAST-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRECV-ST.
           SELECT SUPPLR-KSDS-FILE
               ASSIGN TO UT-S-SUPLKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               FILE STATUS IS SUPPLRFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO GLRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECONCTL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  RECONCTL-RECORD.
           05  RN-PERIOD                 PIC 9(6).
      *
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  REINMAST-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY REINRECV.
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
      *
       FD  SUPPLR-KSDS-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY SUPLKSDS.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
           COPY SUPPLIER.
       01  PROGRAM-SWITCHES.
           05  RECONCTL-ST                PIC X(2).
               88  RECONCTL-OK                    VALUE '00'.
           05  GLBAL-ST                   PIC X(2).
               88  GLBAL-OK                       VALUE '00'.
               88  GLBAL-NOT-FOUND                VALUE '23'.
           05  PREMINV-ST                 PIC X(2).
               88  PREMINV-OK                     VALUE '00'.
           05  REINMAST-ST                PIC X(2).
               88  REINMAST-OK                    VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  SUPPLRFILE-ST              PIC X(2).
               88  SUPPLRFILE-OK                  VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  INVOICE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES               VALUE 'Y'.
           05  REINMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECOVERIES             VALUE 'Y'.
           05  LOANMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOANS                  VALUE 'Y'.
           05  PATRECV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PATIENT-RECV           VALUE 'Y'.
           05  SUPPLIER-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUPPLIERS              VALUE 'Y'.
           05  BROWSE-DONE-WS             PIC X(1).
               88  BROWSE-DONE                    VALUE 'Y'.
           05  CLOSE-HELD-WS              PIC X(1)  VALUE 'N'.
               88  CLOSE-HELD                     VALUE 'Y'.
       01  RECON-PERIOD-WS                PIC 9(6).
       01  TOLERANCE-WS                   PIC 9(7)V99 VALUE 1.00.
       01  PARM-TOLERANCE-VALUE-WS.
           05  PARM-TOLERANCE-WS          PIC 9(7)V99.
      *
      * THE CONTROL ACCOUNTS: SUBLEDGER, DEFAULT GL ACCOUNT, THE
      * ACCOUNT'S NORMAL SIDE AND THE GETPARM NAME THAT OVERRIDES
      * THE ACCOUNT.  THE ORDER MATCHES THE 2XX TOTALLING
      * PARAGRAPHS.
       01  CONTROL-ACCOUNT-VALUES.
           05  FILLER                     PIC X(41) VALUE
               'PREMIUM RECEIVABLE  PREMRECVDPREM-ACCT   '.
           05  FILLER                     PIC X(41) VALUE
               'REINSURANCE RECOVER REINRECVDREIN-ACCT   '.
           05  FILLER                     PIC X(41) VALUE
               'LOANS RECEIVABLE    LOANRECVDLOAN-ACCT   '.
           05  FILLER                     PIC X(41) VALUE
               'PATIENT RECEIVABLE  PATRECV DPAT-ACCT    '.
           05  FILLER                     PIC X(41) VALUE
               'SUPPLIER PAYABLES   ACCTSPAYCSUPL-ACCT   '.
       01  CONTROL-ACCOUNT-TABLE REDEFINES CONTROL-ACCOUNT-VALUES.
           05  CA-ENTRY OCCURS 5.
               10  CA-SUBLEDGER           PIC X(20).
               10  CA-ACCOUNT             PIC X(8).
               10  CA-NORMAL-SIDE         PIC X(1).
                   88  CA-NORMAL-DEBIT            VALUE 'D'.
               10  CA-PARM-NAME           PIC X(12).
       01  CONTROL-AMOUNT-TABLE.
           05  CA-AMOUNTS OCCURS 5.
               10  CA-SUBLEDGER-TOTAL     PIC S9(13)V99.
               10  CA-GL-BALANCE          PIC S9(13)V99.
               10  CA-VARIANCE            PIC S9(13)V99.
       01  CA-SUB                         PIC 9(1).
       01  ABSOLUTE-VARIANCE-WS           PIC S9(13)V99.
       01  RECON-COUNTS-WS.
           05  ACCOUNTS-AGREED-COUNT      PIC 9(1) VALUE ZERO.
           05  ACCOUNTS-TOLERATED-COUNT   PIC 9(1) VALUE ZERO.
           05  ACCOUNTS-HELD-COUNT        PIC 9(1) VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(39) VALUE
                   "SUBLEDGER TO GL RECONCILIATION PERIOD ".
           05  HL-PERIOD         PIC 9(6).
           05  FILLER            PIC X(13) VALUE "  TOLERANCE  ".
           05  HL-TOLERANCE      PIC Z,ZZZ,ZZ9.99.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(30) VALUE
                   "SUBLEDGER           ACCOUNT".
           05  FILLER            PIC X(23) VALUE
                   "       SUBLEDGER TOTAL".
           05  FILLER            PIC X(23) VALUE
                   "            GL BALANCE".
           05  FILLER            PIC X(23) VALUE
                   "              VARIANCE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE "STATUS".
       01  RECON-DETAIL-LINE.
           05  RD-SUBLEDGER      PIC X(20).
           05  RD-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-SUBLEDGER-TOTAL
                                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-GL-BALANCE     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-VARIANCE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(24).
       01  RECON-TOTALS-LINE.
           05  FILLER            PIC X(8)  VALUE "AGREED  ".
           05  RT-AGREED         PIC 9.
           05  FILLER            PIC X(20) VALUE
                   "  WITHIN TOLERANCE  ".
           05  RT-TOLERATED      PIC 9.
           05  FILLER            PIC X(17) VALUE
                   "  OVER TOLERANCE ".
           05  RT-HELD           PIC 9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RT-CLOSE-STATUS   PIC X(30).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TOTAL-PREMIUM-INVOICE UNTIL NO-MORE-INVOICES.
           PERFORM 210-TOTAL-REINSURANCE UNTIL NO-MORE-RECOVERIES.
           PERFORM 220-TOTAL-LOAN UNTIL NO-MORE-LOANS.
           PERFORM 230-TOTAL-PATIENT-RECV UNTIL NO-MORE-PATIENT-RECV.
           PERFORM 240-TOTAL-SUPPLIER UNTIL NO-MORE-SUPPLIERS.
           PERFORM 500-RECONCILE-ACCOUNT
               VARYING CA-SUB FROM 1 BY 1
               UNTIL CA-SUB > 5.
           PERFORM 600-SET-RECON-GUARD.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           IF CLOSE-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GLRECON' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'GLRECON' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           PERFORM 110-GET-CONTROL-ACCOUNT
               VARYING CA-SUB FROM 1 BY 1
               UNTIL CA-SUB > 5.
           MOVE 'TOLERANCE' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-TOLERANCE-VALUE-WS
               IF PARM-TOLERANCE-WS NUMERIC
                   MOVE PARM-TOLERANCE-WS TO TOLERANCE-WS
               END-IF
           END-IF.
           MOVE ZERO TO CONTROL-AMOUNT-TABLE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-PERIOD-CONTROL.
           MOVE TOLERANCE-WS TO HL-TOLERANCE.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       110-GET-CONTROL-ACCOUNT.
      *
           MOVE CA-PARM-NAME(CA-SUB) TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:8) NOT = SPACES
               MOVE GP-PARM-VALUE(1:8) TO CA-ACCOUNT(CA-SUB)
           END-IF.
      *
       200-TOTAL-PREMIUM-INVOICE.
      *
           READ INVOICE-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   IF PI-OPEN
                       ADD PI-PREMIUM-AMOUNT TO CA-SUBLEDGER-TOTAL(1)
                   END-IF
           END-READ.
      *
       210-TOTAL-REINSURANCE.
      *
           READ REINMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECOVERIES TO TRUE
               NOT AT END
                   IF RC-OPEN OR RC-BILLED
                       COMPUTE CA-SUBLEDGER-TOTAL(2) =
                           CA-SUBLEDGER-TOTAL(2)
                           + RC-RECOVERABLE-AMT - RC-CASH-APPLIED
                   END-IF
           END-READ.
      *
       220-TOTAL-LOAN.
      *
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LOANS TO TRUE
               NOT AT END
                   IF NOT LM-CHARGED-OFF
                       ADD LM-CURRENT-BALANCE TO CA-SUBLEDGER-TOTAL(3)
                   END-IF
           END-READ.
      *
       230-TOTAL-PATIENT-RECV.
      *
           READ RECEIVABLE-FILE
               AT END
                   SET NO-MORE-PATIENT-RECV TO TRUE
               NOT AT END
                   IF PR-OPEN OR PR-PLACED
                       ADD PR-BALANCE-DUE TO CA-SUBLEDGER-TOTAL(4)
                   END-IF
           END-READ.
      *
       240-TOTAL-SUPPLIER.
      *
           READ SUPPLR-KSDS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUPPLIERS TO TRUE
               NOT AT END
                   MOVE SB-BAL-IMAGE TO SUPPLR-BAL-REC
                   ADD SUPPLR-BAL-NET-REC TO CA-SUBLEDGER-TOTAL(5)
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT RECONCTL-FILE.
           IF NOT RECONCTL-OK
               DISPLAY 'RECONCILIATION CONTROL OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECONCILIATION CONTROL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN I-O GLBAL-FILE.
           IF NOT GLBAL-OK
               DISPLAY 'GL BALANCES FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL BALANCES FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT INVOICE-FILE.
           IF NOT PREMINV-OK
               DISPLAY 'PREMIUM INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PREMINV' TO EL-FILE-NAME
               MOVE PREMINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT REINMAST-FILE.
           IF NOT REINMAST-OK
               DISPLAY 'REINSURANCE RECEIVABLE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REINSURANCE RECEIVABLE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'REINMAST' TO EL-FILE-NAME
               MOVE REINMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT LOANMAST-FILE.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT RECEIVABLE-FILE.
           IF NOT PATRECV-OK
               DISPLAY 'PATIENT RECEIVABLE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT RECEIVABLE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT SUPPLR-KSDS-FILE.
           IF NOT SUPPLRFILE-OK
               DISPLAY 'SUPPLIER BALANCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER BALANCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLKSDS' TO EL-FILE-NAME
               MOVE SUPPLRFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'RECONCILIATION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECONCILIATION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-PERIOD-CONTROL.
      *
           READ RECONCTL-FILE
               AT END
                   DISPLAY 'RECONCILIATION CONTROL IS EMPTY'
                   MOVE '310-READ-PERIOD-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'RECONCILIATION CONTROL IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
           IF RN-PERIOD NOT NUMERIC
               DISPLAY 'RECONCILIATION PERIOD NOT NUMERIC'
               MOVE '310-READ-PERIOD-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'RECONCILIATION PERIOD NOT NUMERIC'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE RN-PERIOD TO RECON-PERIOD-WS, HL-PERIOD.
           CLOSE RECONCTL-FILE.
      *
       500-RECONCILE-ACCOUNT.
      *
      *    THE CONTROL ACCOUNT'S BALANCE IS EVERY PERIOD ROW UP TO
      *    AND INCLUDING THE RECONCILIATION PERIOD, TAKEN ON THE
      *    ACCOUNT'S NORMAL SIDE SO IT COMPARES WITH THE SUBLEDGER.
           MOVE 'N' TO BROWSE-DONE-WS.
           MOVE CA-ACCOUNT(CA-SUB) TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           START GLBAL-FILE KEY >= GB-BALANCE-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 510-ADD-BALANCE-ROW UNTIL BROWSE-DONE.
           COMPUTE CA-VARIANCE(CA-SUB) =
               CA-SUBLEDGER-TOTAL(CA-SUB) - CA-GL-BALANCE(CA-SUB).
           IF CA-VARIANCE(CA-SUB) < ZERO
               COMPUTE ABSOLUTE-VARIANCE-WS =
                   ZERO - CA-VARIANCE(CA-SUB)
           ELSE
               MOVE CA-VARIANCE(CA-SUB) TO ABSOLUTE-VARIANCE-WS
           END-IF.
           MOVE CA-SUBLEDGER(CA-SUB) TO RD-SUBLEDGER.
           MOVE CA-ACCOUNT(CA-SUB) TO RD-ACCOUNT.
           MOVE CA-SUBLEDGER-TOTAL(CA-SUB) TO RD-SUBLEDGER-TOTAL.
           MOVE CA-GL-BALANCE(CA-SUB) TO RD-GL-BALANCE.
           MOVE CA-VARIANCE(CA-SUB) TO RD-VARIANCE.
           EVALUATE TRUE
               WHEN ABSOLUTE-VARIANCE-WS = ZERO
                   MOVE 'AGREES' TO RD-STATUS
                   ADD 1 TO ACCOUNTS-AGREED-COUNT
               WHEN ABSOLUTE-VARIANCE-WS NOT > TOLERANCE-WS
                   MOVE 'WITHIN TOLERANCE' TO RD-STATUS
                   ADD 1 TO ACCOUNTS-TOLERATED-COUNT
               WHEN OTHER
                   MOVE '** OVER TOLERANCE - HOLD' TO RD-STATUS
                   ADD 1 TO ACCOUNTS-HELD-COUNT
                   SET CLOSE-HELD TO TRUE
           END-EVALUATE.
           WRITE PRINT-LINE FROM RECON-DETAIL-LINE.
      *
       510-ADD-BALANCE-ROW.
      *
           READ GLBAL-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF GB-ACCOUNT NOT = CA-ACCOUNT(CA-SUB)
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       IF GB-PERIOD NOT > RECON-PERIOD-WS
                           IF CA-NORMAL-DEBIT(CA-SUB)
                               COMPUTE CA-GL-BALANCE(CA-SUB) =
                                   CA-GL-BALANCE(CA-SUB)
                                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                           ELSE
                               COMPUTE CA-GL-BALANCE(CA-SUB) =
                                   CA-GL-BALANCE(CA-SUB)
                                   + GB-CREDIT-TOTAL - GB-DEBIT-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       600-SET-RECON-GUARD.
      *
      *    THE GUARD ROW GLCLOSE CHECKS BEFORE CLOSING THE PERIOD.
      *    IT CARRIES NO MONEY, SO THE TRIAL BALANCE IS UNCHANGED.
           MOVE '*RECON* ' TO GB-ACCOUNT.
           MOVE RECON-PERIOD-WS TO GB-PERIOD.
           READ GLBAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBAL-NOT-FOUND
               MOVE SPACES TO GL-BALANCE-RECORD
               MOVE '*RECON* ' TO GB-ACCOUNT
               MOVE RECON-PERIOD-WS TO GB-PERIOD
               MOVE ZERO TO GB-DEBIT-TOTAL, GB-CREDIT-TOTAL
               PERFORM 610-SET-GUARD-STATUS
               WRITE GL-BALANCE-RECORD
           ELSE
               PERFORM 610-SET-GUARD-STATUS
               REWRITE GL-BALANCE-RECORD
           END-IF.
           IF NOT GLBAL-OK
               DISPLAY 'RECONCILIATION GUARD ROW WRITE PROBLEM'
               MOVE '600-SET-RECON-GUARD'
                  TO EL-PARAGRAPH
               MOVE 'RECONCILIATION GUARD ROW WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       610-SET-GUARD-STATUS.
      *
           IF CLOSE-HELD
               SET GB-RECON-HELD TO TRUE
           ELSE
               SET GB-RECON-CLEARED TO TRUE
           END-IF.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE ACCOUNTS-AGREED-COUNT TO RT-AGREED.
           MOVE ACCOUNTS-TOLERATED-COUNT TO RT-TOLERATED.
           MOVE ACCOUNTS-HELD-COUNT TO RT-HELD.
           IF CLOSE-HELD
               MOVE 'PERIOD CLOSE HELD' TO RT-CLOSE-STATUS
               DISPLAY 'GLRECON: PERIOD ' RECON-PERIOD-WS
                   ' OUT OF RECONCILIATION - CLOSE HELD'
           ELSE
               MOVE 'PERIOD CLEAR TO CLOSE' TO RT-CLOSE-STATUS
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RECON-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE GLBAL-FILE, INVOICE-FILE, REINMAST-FILE,
                 LOANMAST-FILE, RECEIVABLE-FILE, SUPPLR-KSDS-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

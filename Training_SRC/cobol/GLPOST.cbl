      * re-adds the journal's debits and credits and refuses to        *
      * release an out-of-balance or malformed batch with a bad        *
      * RETURN-CODE, so a bad feed never reaches the ledger.           *
      * Every debit and credit account is checked against the GLACCT   *
      * chart of accounts: a journal to an account that is not on the  *
      * chart, or is inactive, posts to the suspense account (GETPARM  *
      * SUSPENSE-ACCT) instead, and prints on the GLPSTERR error       *
      * listing so finance can reclass it.                             *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BALANCE-KEY
               FILE STATUS IS GLBAL-ST.
           SELECT GLACCT-FILE
               ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS GLACCT-ST.
           SELECT ERRORFILE
               ASSIGN TO GLPSTERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRORFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO GLPSTRPT
               ORGANIZATION IS SEQUENTIAL
       FD  GLBAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLBAL.
      *
      * CHART OF ACCOUNTS - ONLY AN ACTIVE ACCOUNT ON FILE TAKES A
      * JOURNAL.
       FD  GLACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLACCT.
      *
       FD  ERRORFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ERROR-LINE                    PIC X(132).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
               88  GLJRNL-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  GLACCT-ST                  PIC X(2).
               88  GLACCT-OK                      VALUE '00'.
           05  ERRORFILE-ST               PIC X(2).
               88  ERRORFILE-OK                   VALUE '00'.
           05  GLFEED-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-FEED                    VALUE 'Y'.
           05  BATCH-REJECTED-WS          PIC X(1)  VALUE 'N'.
               88  GLBAL-NOT-FOUND                VALUE '23'.
           05  POSTING-PERIOD-WS          PIC 9(6).
      *
      * THE ACCOUNTS THE JOURNAL PAIR ACTUALLY POSTS TO - THE FEED'S
      * OWN, OR THE SUSPENSE ACCOUNT IN PLACE OF ONE THE CHART
      * REFUSES.
       01  SUSPENSE-ACCOUNT-WS            PIC X(8) VALUE 'SUSPENSE'.
       01  ACCOUNT-CHECK-WS.
           05  JOURNAL-DEBIT-ACCOUNT-WS   PIC X(8).
           05  JOURNAL-CREDIT-ACCOUNT-WS  PIC X(8).
           05  CHECK-ACCOUNT-WS           PIC X(8).
           05  CHECK-SIDE-WS              PIC X(6).
           05  CHECK-REASON-WS            PIC X(20).
           05  SUSPENDED-WS               PIC X(1).
               88  JOURNAL-SUSPENDED              VALUE 'Y'.
      *
      * PER-ACCOUNT ROLLUP OF THE BATCH, POSTED TO THE BALANCES
      * FILE ONLY WHEN THE RELEASE EDIT PASSES.
       01  BATCH-ACCOUNT-TABLE-WS.
           05  FEED-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           05  TOTAL-DEBITS-WS            PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-CREDITS-WS           PIC S9(11)V99 VALUE ZERO.
           05  SUSPENSE-COUNT             PIC 9(7) VALUE ZERO.
           05  SUSPENSE-AMOUNT-WS         PIC S9(11)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(26) VALUE
                   "GL POSTING REGISTER     -".
           05  RT-CREDITS        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RT-BALANCE-STATUS PIC X(16).
       01  ERROR-HEADING-LINE.
           05  FILLER            PIC X(26) VALUE
                   "GL POSTING ERRORS       -".
           05  EH-DATE           PIC XXXX/XX/XX.
           05  FILLER            PIC X(8)  VALUE "  BATCH ".
           05  EH-BATCH-NO       PIC 9(6).
           05  FILLER            PIC X(20) VALUE "  SUSPENSE ACCOUNT ".
           05  EH-SUSPENSE       PIC X(8).
       01  ERROR-DETAIL-LINE.
           05  ED-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-SIDE           PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-ACCOUNT        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-DESCRIPTION    PIC X(24).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-REASON         PIC X(20).
       01  ERROR-TOTALS-LINE.
           05  FILLER            PIC X(22) VALUE
                   "POSTED TO SUSPENSE    ".
           05  ET-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(10) VALUE "  AMOUNT  ".
           05  ET-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO POST-DATE-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, EH-DATE.
           MOVE 'GLPOST' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'SUSPENSE-ACCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:8) NOT = SPACES
               MOVE GP-PARM-VALUE(1:8) TO SUSPENSE-ACCOUNT-WS
           END-IF.
           MOVE SUSPENSE-ACCOUNT-WS TO EH-SUSPENSE.
      *    BATCH NUMBER IS THE POSTING DATE'S YYMMDD - ONE GL BATCH
      *    PER BUSINESS DAY.
           MOVE POST-DATE-WS(3:6) TO BATCH-NO-WS, HDG-BATCH-NO,
                                     EH-BATCH-NO.
           MOVE POST-DATE-WS(1:6) TO POSTING-PERIOD-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 150-CHECK-PERIOD-LOCK.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE ERROR-LINE FROM ERROR-HEADING-LINE.
           PERFORM 400-READ-FEED.
      *
       150-CHECK-PERIOD-LOCK.
               SET BATCH-REJECTED TO TRUE
           ELSE
               MOVE GF-AMOUNT TO RD-AMOUNT
               PERFORM 250-CHECK-ACCOUNTS
               IF JOURNAL-SUSPENDED
                   MOVE 'POSTED TO SUSPENSE' TO RD-STATUS
               ELSE
                   MOVE 'POSTED' TO RD-STATUS
               END-IF
               PERFORM 500-WRITE-JOURNAL-PAIR
           END-IF.
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.
           PERFORM 400-READ-FEED.
      *
       250-CHECK-ACCOUNTS.
      *
           MOVE 'N' TO SUSPENDED-WS.
           MOVE GF-DEBIT-ACCOUNT TO CHECK-ACCOUNT-WS.
           MOVE 'DEBIT' TO CHECK-SIDE-WS.
           PERFORM 260-CHECK-ONE-ACCOUNT.
           MOVE CHECK-ACCOUNT-WS TO JOURNAL-DEBIT-ACCOUNT-WS.
           MOVE GF-CREDIT-ACCOUNT TO CHECK-ACCOUNT-WS.
           MOVE 'CREDIT' TO CHECK-SIDE-WS.
           PERFORM 260-CHECK-ONE-ACCOUNT.
           MOVE CHECK-ACCOUNT-WS TO JOURNAL-CREDIT-ACCOUNT-WS.
      *
      *    AN ACCOUNT THE CHART REFUSES IS LISTED AND REPLACED BY THE
      *    SUSPENSE ACCOUNT, SO THE PAIR STILL BALANCES.
       260-CHECK-ONE-ACCOUNT.
      *
           MOVE SPACES TO CHECK-REASON-WS.
           MOVE CHECK-ACCOUNT-WS TO GA-ACCOUNT.
           READ GLACCT-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON CHART' TO CHECK-REASON-WS
           END-READ.
           IF CHECK-REASON-WS = SPACES
               IF NOT GLACCT-OK
                   DISPLAY 'CHART OF ACCOUNTS READ PROBLEM'
                   MOVE '260-CHECK-ONE-ACCOUNT'
                      TO EL-PARAGRAPH
                   MOVE 'CHART OF ACCOUNTS READ PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'GLACCT' TO EL-FILE-NAME
                   MOVE GLACCT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               IF NOT GA-ACTIVE
                   MOVE 'ACCOUNT INACTIVE' TO CHECK-REASON-WS
               END-IF
           END-IF.
           IF CHECK-REASON-WS NOT = SPACES
               SET JOURNAL-SUSPENDED TO TRUE
               ADD 1 TO SUSPENSE-COUNT
               ADD GF-AMOUNT TO SUSPENSE-AMOUNT-WS
               MOVE GF-SOURCE-SYSTEM TO ED-SOURCE
               MOVE CHECK-SIDE-WS TO ED-SIDE
               MOVE CHECK-ACCOUNT-WS TO ED-ACCOUNT
               MOVE GF-AMOUNT TO ED-AMOUNT
               MOVE GF-DESCRIPTION TO ED-DESCRIPTION
               MOVE CHECK-REASON-WS TO ED-REASON
               WRITE ERROR-LINE FROM ERROR-DETAIL-LINE
               MOVE SUSPENSE-ACCOUNT-WS TO CHECK-ACCOUNT-WS
           END-IF.
      *
       300-OPEN-FILES.
      *
               MOVE 'GLBAL' TO EL-FILE-NAME
               MOVE GLBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT GLACCT-FILE.
           IF NOT GLACCT-OK
               DISPLAY 'CHART OF ACCOUNTS OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CHART OF ACCOUNTS OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLACCT' TO EL-FILE-NAME
               MOVE GLACCT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT ERRORFILE.
           IF NOT ERRORFILE-OK
               DISPLAY 'GL POSTING ERROR LISTING OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL POSTING ERROR LISTING OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLJRNL-FILE.
           IF NOT GLJRNL-OK
               DISPLAY 'GL JOURNAL FILE OPEN PROBLEM'
           ADD 1 TO JOURNAL-SEQ-WS.
           MOVE BATCH-NO-WS        TO GJ-BATCH-NO.
           MOVE JOURNAL-SEQ-WS     TO GJ-SEQ-NO.
           MOVE JOURNAL-DEBIT-ACCOUNT-WS TO GJ-ACCOUNT.
           SET GJ-DEBIT TO TRUE.
           MOVE GF-AMOUNT          TO GJ-AMOUNT.
           MOVE POST-DATE-WS       TO GJ-POST-DATE.
           MOVE GF-SOURCE-SYSTEM   TO GJ-SOURCE-SYSTEM.
           MOVE GF-DESCRIPTION     TO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.
           MOVE JOURNAL-DEBIT-ACCOUNT-WS TO BA-WORK-ACCOUNT-WS.
           MOVE GF-AMOUNT TO BA-WORK-AMOUNT-WS.
           MOVE 'D' TO BA-WORK-DRCR-WS.
           PERFORM 550-ROLL-UP-ACCOUNT.
           ADD GF-AMOUNT TO TOTAL-DEBITS-WS.
           ADD 1 TO JOURNAL-SEQ-WS.
           MOVE JOURNAL-SEQ-WS     TO GJ-SEQ-NO.
           MOVE JOURNAL-CREDIT-ACCOUNT-WS TO GJ-ACCOUNT.
           SET GJ-CREDIT TO TRUE.
           WRITE GL-JOURNAL-RECORD.
           MOVE JOURNAL-CREDIT-ACCOUNT-WS TO BA-WORK-ACCOUNT-WS.
           MOVE GF-AMOUNT TO BA-WORK-AMOUNT-WS.
           MOVE 'C' TO BA-WORK-DRCR-WS.
           PERFORM 550-ROLL-UP-ACCOUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REGISTER-TOTALS-LINE.
           MOVE SUSPENSE-COUNT TO ET-COUNT.
           MOVE SUSPENSE-AMOUNT-WS TO ET-AMOUNT.
           MOVE SPACES TO ERROR-LINE.
           WRITE ERROR-LINE.
           WRITE ERROR-LINE FROM ERROR-TOTALS-LINE.
           IF SUSPENSE-COUNT > ZERO
               DISPLAY 'GLPOST: JOURNALS POSTED TO SUSPENSE '
                   SUSPENSE-COUNT
           END-IF.
      *
       750-POST-THE-BALANCES.
      *
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           CLOSE GLFEED-FILE, GLJRNL-FILE, GLBAL-FILE, GLACCT-FILE,
                 ERRORFILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'GLPOST' TO EL-PROGRAM-ID.

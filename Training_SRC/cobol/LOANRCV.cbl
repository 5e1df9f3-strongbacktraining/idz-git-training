      ******************************************************************
      * LOANRCV                                                        *
      * Recovery posting for charged-off loans.  LOANPOST only takes   *
      * payments on active and nonaccrual loans, so cash a collection  *
      * agency remits on a loan LOANCHG has charged off comes in here  *
      * instead.  Each recovery reduces the deficiency the master      *
      * still carries, goes to LOANHIST as a recovery entry, and the   *
      * run's total is handed to the GL feed as cash against loan      *
      * losses.  Cash beyond the remaining deficiency is not posted -  *
      * it is listed for return to the agency.                         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (LOANRRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRCV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE
               ASSIGN TO LOANRCVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECOVERY-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO UT-S-LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-HIST-KEY
               FILE STATUS IS LOANHIST-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO LOANRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  LOAN-RECOVERY-RECORD.
           05  LR-LOAN-NO                PIC 9(7).
           05  LR-RECOVERY-AMOUNT        PIC 9(7)V99.
           05  LR-RECEIVED-DATE          PIC 9(8).
           05  LR-AGENCY-CODE            PIC X(4).
           05  FILLER                    PIC X(2).
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  LOAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY LOANHIST.
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
           05  RECOVERY-ST                PIC X(2).
               88  RECOVERY-OK                    VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  LOANHIST-ST                PIC X(2).
               88  LOANHIST-OK                    VALUE '00'.
               88  LOANHIST-DUPLICATE             VALUE '22'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RECOVERY-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECOVERIES             VALUE 'Y'.
       01  RECOVERY-WORK-WS.
           05  APPLIED-AMOUNT-WS          PIC S9(9)V99.
           05  EXCESS-AMOUNT-WS           PIC S9(9)V99.
       01  RECOVERY-TOTALS-WS.
           05  RECOVERIES-POSTED-COUNT    PIC 9(5) VALUE ZERO.
           05  RECOVERIES-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
           05  TOTAL-RECOVERED-WS         PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-EXCESS-WS            PIC S9(11)V99 VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "LOAN NO".
           05  FILLER            PIC X(8)  VALUE "AGENCY".
           05  FILLER            PIC X(13) VALUE "RECEIVED".
           05  FILLER            PIC X(13) VALUE "APPLIED".
           05  FILLER            PIC X(13) VALUE "EXCESS".
           05  FILLER            PIC X(16) VALUE "DEFICIENCY".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-AGENCY-CODE    PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-RECEIVED       PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-APPLIED        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-EXCESS         PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-DEFICIENCY     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(9)  VALUE "POSTED   ".
           05  RT-POSTED         PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  RECOVERED  ".
           05  RT-RECOVERED      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(21) VALUE
                   "  RETURN TO AGENCY  ".
           05  RT-EXCESS         PIC -Z,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-RECOVERY UNTIL NO-MORE-RECOVERIES.
           PERFORM 650-WRITE-GL-FEED.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANRCV' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-RECOVERY.
      *
       200-POST-RECOVERY.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE ZERO TO APPLIED-AMOUNT-WS, EXCESS-AMOUNT-WS.
           MOVE LR-LOAN-NO TO LM-LOAN-NO.
           READ LOANMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT LOANMAST-OK
                   ADD 1 TO RECOVERIES-REJECTED-COUNT
                   MOVE 'REJECTED - LOAN NOT FOUND'
                       TO REPORT-STATUS-WS
                   MOVE ZERO TO LM-CURRENT-BALANCE
               WHEN NOT LM-CHARGED-OFF
      *            AN OPEN LOAN'S CASH BELONGS IN LOANPOST.
                   ADD 1 TO RECOVERIES-REJECTED-COUNT
                   MOVE 'REJECTED - NOT CHARGED OFF'
                       TO REPORT-STATUS-WS
               WHEN LR-RECOVERY-AMOUNT NOT NUMERIC
                   OR LR-RECOVERY-AMOUNT = ZERO
                   ADD 1 TO RECOVERIES-REJECTED-COUNT
                   MOVE 'REJECTED - AMOUNT'
                       TO REPORT-STATUS-WS
               WHEN OTHER
                   PERFORM 500-APPLY-RECOVERY
           END-EVALUATE.
           MOVE LR-LOAN-NO         TO RD-LOAN-NO.
           MOVE LR-AGENCY-CODE     TO RD-AGENCY-CODE.
           IF LR-RECOVERY-AMOUNT NUMERIC
               MOVE LR-RECOVERY-AMOUNT TO RD-RECEIVED
           ELSE
               MOVE ZERO TO RD-RECEIVED
           END-IF.
           MOVE APPLIED-AMOUNT-WS  TO RD-APPLIED.
           MOVE EXCESS-AMOUNT-WS   TO RD-EXCESS.
           MOVE LM-CURRENT-BALANCE TO RD-DEFICIENCY.
           MOVE REPORT-STATUS-WS   TO RD-STATUS.
           WRITE PRINT-LINE FROM REPORT-DETAIL-LINE.
           PERFORM 400-READ-RECOVERY.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT RECOVERY-FILE.
           IF NOT RECOVERY-OK
               DISPLAY 'LOAN RECOVERY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN RECOVERY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN I-O LOANMAST-FILE.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O LOAN-HISTORY-FILE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'RECOVERY REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECOVERY REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-RECOVERY.
      *
           READ RECOVERY-FILE
               AT END
                   SET NO-MORE-RECOVERIES TO TRUE
           END-READ.
      *
       500-APPLY-RECOVERY.
      *
      *    RECOVERIES ARE ALL PRINCIPAL - THE INTEREST WAS REVERSED
      *    AT CHARGE-OFF AND NONE HAS ACCRUED SINCE.
           IF LR-RECOVERY-AMOUNT > LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO APPLIED-AMOUNT-WS
               COMPUTE EXCESS-AMOUNT-WS =
                   LR-RECOVERY-AMOUNT - LM-CURRENT-BALANCE
           ELSE
               MOVE LR-RECOVERY-AMOUNT TO APPLIED-AMOUNT-WS
           END-IF.
           IF APPLIED-AMOUNT-WS = ZERO
               ADD 1 TO RECOVERIES-REJECTED-COUNT
               ADD EXCESS-AMOUNT-WS TO TOTAL-EXCESS-WS
               MOVE 'REJECTED - NOTHING LEFT OWING'
                   TO REPORT-STATUS-WS
           ELSE
               SUBTRACT APPLIED-AMOUNT-WS FROM LM-CURRENT-BALANCE
               REWRITE LOAN-MASTER-RECORD
               IF NOT LOANMAST-OK
                   DISPLAY 'LOAN MASTER REWRITE PROBLEM'
                   MOVE '500-APPLY-RECOVERY'
                      TO EL-PARAGRAPH
                   MOVE 'LOAN MASTER REWRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'LOANMAST' TO EL-FILE-NAME
                   MOVE LOANMAST-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               PERFORM 520-WRITE-LOAN-HISTORY
               ADD 1 TO RECOVERIES-POSTED-COUNT
               ADD APPLIED-AMOUNT-WS TO TOTAL-RECOVERED-WS
               ADD EXCESS-AMOUNT-WS  TO TOTAL-EXCESS-WS
               EVALUATE TRUE
                   WHEN EXCESS-AMOUNT-WS > ZERO
                       MOVE 'RECOVERED - EXCESS TO AGENCY'
                           TO REPORT-STATUS-WS
                   WHEN LM-CURRENT-BALANCE = ZERO
                       MOVE 'RECOVERED IN FULL'
                           TO REPORT-STATUS-WS
                   WHEN OTHER
                       MOVE 'RECOVERED' TO REPORT-STATUS-WS
               END-EVALUATE
           END-IF.
      *
       520-WRITE-LOAN-HISTORY.
      *
           MOVE SPACES TO LOAN-HISTORY-RECORD.
           SET LH-RECOVERY-ENTRY TO TRUE.
           MOVE LR-LOAN-NO TO LH-LOAN-NO.
           MOVE LR-RECEIVED-DATE TO LH-POSTING-DATE.
           MOVE 1 TO LH-POST-SEQ.
           MOVE APPLIED-AMOUNT-WS TO LH-PAYMENT-AMOUNT.
           MOVE ZERO TO LH-INTEREST-PORTION.
           MOVE APPLIED-AMOUNT-WS TO LH-PRINCIPAL-PORTION.
           MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
           PERFORM 530-WRITE-HISTORY-RECORD.
           PERFORM 530-WRITE-HISTORY-RECORD
               UNTIL LOANHIST-OK
               OR NOT LOANHIST-DUPLICATE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY WRITE PROBLEM'
               MOVE '520-WRITE-LOAN-HISTORY'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       530-WRITE-HISTORY-RECORD.
      *
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO LH-POST-SEQ
           END-WRITE.
      *
       650-WRITE-GL-FEED.
      *
      *    RECOVERED CASH COMES BACK AGAINST THE LOAN LOSSES LOANCHG
      *    WROTE THE PRINCIPAL OFF TO.
           IF TOTAL-RECOVERED-WS > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'LOANRCV ' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'LOANLOSS' TO GF-CREDIT-ACCOUNT
               MOVE TOTAL-RECOVERED-WS TO GF-AMOUNT
               MOVE 'CHARGED-OFF LOAN RECOVERY' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               IF NOT GLFEED-OK
                   DISPLAY 'GL FEED WRITE PROBLEM'
                   MOVE '650-WRITE-GL-FEED'
                      TO EL-PARAGRAPH
                   MOVE 'GL FEED WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE RECOVERIES-POSTED-COUNT   TO RT-POSTED.
           MOVE RECOVERIES-REJECTED-COUNT TO RT-REJECTED.
           MOVE TOTAL-RECOVERED-WS        TO RT-RECOVERED.
           MOVE TOTAL-EXCESS-WS           TO RT-EXCESS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RECOVERY-FILE, LOANMAST-FILE, LOAN-HISTORY-FILE,
                 GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

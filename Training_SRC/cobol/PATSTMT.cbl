      ******************************************************************
      * PATSTMT                                                        *
      * Monthly patient statement, run after PATPAY.  The PATRECV      *
      * receivables are sorted by patient and bill date and every      *
      * patient with an open stay still owing gets a statement page:   *
      * name and address from PATMST, then each stay with its charges, *
      * what insurance paid, the contractual adjustment and the        *
      * balance, and the amount now due.  A stay whose insurance claim *
      * has not settled is listed but left out of the amount due until *
      * the plan has paid.  Accounts placed with the collection agency *
      * are the agency's to bill and get no statement.                 *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (PATSTRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSTMT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRECV-ST.
           SELECT SORT-RECV-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-RECV-FILE
               ASSIGN TO UT-S-PATRSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRSRT-ST.
           SELECT PATIENT-FILE
               ASSIGN TO UT-S-PATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATIENT-ST.
           SELECT PRINTFILE
               ASSIGN TO PATSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RECEIVABLE-IN                 PIC X(100).
      *
       SD  SORT-RECV-FILE.
       01  SORT-RECV-REC.
           05  SR-PATIENT-ID             PIC X(8).
           05  SR-BILL-DATE              PIC 9(8).
           05  FILLER                    PIC X(84).
      *
       FD  SORTED-RECV-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
      *
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  PATRSRT-ST                 PIC X(2).
               88  PATRSRT-OK                     VALUE '00'.
           05  PATIENT-ST                 PIC X(2).
               88  PATIENT-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PATRSRT-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
       01  CURRENT-PATIENT-WS             PIC X(8)  VALUE SPACES.
       01  STATEMENT-WORK-WS.
           05  STAYS-LISTED-WS            PIC 9(3).
           05  AMOUNT-DUE-WS              PIC S9(9)V99.
           05  PENDING-INSURANCE-WS       PIC S9(9)V99.
       01  STATEMENT-COUNTS-WS.
           05  STATEMENTS-COUNT           PIC 9(7) VALUE ZERO.
           05  STAYS-COUNT                PIC 9(7) VALUE ZERO.
           05  AMOUNT-DUE-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  PENDING-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  STATEMENT-HEADING-ONE.
           05  FILLER            PIC X(30) VALUE
                   "PATIENT STATEMENT OF ACCOUNT".
           05  FILLER            PIC X(20) VALUE "STATEMENT DATE".
           05  SH-DATE           PIC XXXX/XX/XX.
       01  STATEMENT-ADDRESS-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SA-TEXT           PIC X(40).
       01  STATEMENT-HEADING-TWO.
           05  FILLER            PIC X(12) VALUE "BILL DATE".
           05  FILLER            PIC X(24) VALUE "STAY".
           05  FILLER            PIC X(16) VALUE "         CHARGES".
           05  FILLER            PIC X(16) VALUE "  INSURANCE PAID".
           05  FILLER            PIC X(16) VALUE "      ADJUSTMENT".
           05  FILLER            PIC X(16) VALUE "     BALANCE DUE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(24) VALUE "NOTE".
       01  STATEMENT-DETAIL-LINE.
           05  SL-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SL-ADMIT-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE " - ".
           05  SL-DISCHARGE-DATE PIC XXXX/XX/XX.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  SL-CHARGES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SL-INSURANCE-PAID PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SL-ADJUSTMENT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SL-NOTE           PIC X(24).
       01  STATEMENT-DUE-LINE.
           05  FILLER            PIC X(84) VALUE
                   "AMOUNT NOW DUE".
           05  SD-AMOUNT-DUE     PIC $$$,$$$,$$9.99.
       01  STATEMENT-PENDING-LINE.
           05  FILLER            PIC X(84) VALUE
                   "AWAITING YOUR INSURANCE - NOT YET DUE".
           05  SD-PENDING        PIC $$$,$$$,$$9.99.
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(12) VALUE "STATEMENTS  ".
           05  RT-STATEMENTS     PIC ZZZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  STAYS  ".
           05  RT-STAYS          PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE "  AMOUNT DUE  ".
           05  RT-AMOUNT-DUE     PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(21) VALUE
                   "  AWAITING INSURANCE ".
           05  RT-PENDING        PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-STATEMENT-STAY UNTIL NO-MORE-RECEIVABLES.
           IF CURRENT-PATIENT-WS NOT = SPACES
               PERFORM 550-CLOSE-STATEMENT
           END-IF.
           PERFORM 700-WRITE-RUN-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PATSTMT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO SH-DATE.
           PERFORM 310-SORT-RECEIVABLES.
           PERFORM 300-OPEN-FILES.
      *
       200-STATEMENT-STAY.
      *
           READ SORTED-RECV-FILE
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   IF PR-OPEN AND PR-BALANCE-DUE > ZERO
                       IF PR-PATIENT-ID NOT = CURRENT-PATIENT-WS
                           IF CURRENT-PATIENT-WS NOT = SPACES
                               PERFORM 550-CLOSE-STATEMENT
                           END-IF
                           PERFORM 500-OPEN-STATEMENT
                       END-IF
                       PERFORM 600-WRITE-STAY-LINE
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT SORTED-RECV-FILE.
           IF NOT PATRSRT-OK
               DISPLAY 'SORTED RECEIVABLE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SORTED RECEIVABLE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRSRT' TO EL-FILE-NAME
               MOVE PATRSRT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PATIENT-FILE.
           IF NOT PATIENT-OK
               DISPLAY 'PATIENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMST' TO EL-FILE-NAME
               MOVE PATIENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'PATIENT STATEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT STATEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-SORT-RECEIVABLES.
      *
           SORT SORT-RECV-FILE
               ON ASCENDING KEY SR-PATIENT-ID
                                SR-BILL-DATE
               USING RECEIVABLE-FILE
               GIVING SORTED-RECV-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PATIENT RECEIVABLE SORT PROBLEM'
               MOVE '310-SORT-RECEIVABLES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT RECEIVABLE SORT PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       500-OPEN-STATEMENT.
      *
           MOVE PR-PATIENT-ID TO CURRENT-PATIENT-WS, PT-PATIENT-ID.
           READ PATIENT-FILE
               INVALID KEY
                   MOVE SPACES TO PT-PATIENT-NAME, PT-ADDR,
                        PT-CITY, PT-STATE
           END-READ.
           MOVE ZERO TO STAYS-LISTED-WS, AMOUNT-DUE-WS,
                PENDING-INSURANCE-WS.
           ADD 1 TO STATEMENTS-COUNT.
           WRITE PRINT-LINE FROM STATEMENT-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO SA-TEXT.
           STRING PT-PATIENT-NAME DELIMITED BY SIZE
                  '  ACCT ' DELIMITED BY SIZE
                  PR-PATIENT-ID DELIMITED BY SIZE
               INTO SA-TEXT
           END-STRING.
           WRITE PRINT-LINE FROM STATEMENT-ADDRESS-LINE
               AFTER ADVANCING 1.
           MOVE PT-ADDR TO SA-TEXT.
           WRITE PRINT-LINE FROM STATEMENT-ADDRESS-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO SA-TEXT.
           STRING PT-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PT-STATE DELIMITED BY SIZE
               INTO SA-TEXT
           END-STRING.
           WRITE PRINT-LINE FROM STATEMENT-ADDRESS-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM STATEMENT-HEADING-TWO
               AFTER ADVANCING 1.
      *
       550-CLOSE-STATEMENT.
      *
           MOVE AMOUNT-DUE-WS TO SD-AMOUNT-DUE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM STATEMENT-DUE-LINE
               AFTER ADVANCING 1.
           IF PENDING-INSURANCE-WS > ZERO
               MOVE PENDING-INSURANCE-WS TO SD-PENDING
               WRITE PRINT-LINE FROM STATEMENT-PENDING-LINE
                   AFTER ADVANCING 1
           END-IF.
           ADD AMOUNT-DUE-WS TO AMOUNT-DUE-TOTAL.
           ADD PENDING-INSURANCE-WS TO PENDING-TOTAL.
      *
       600-WRITE-STAY-LINE.
      *
           ADD 1 TO STAYS-LISTED-WS, STAYS-COUNT.
           MOVE PR-BILL-DATE TO SL-BILL-DATE.
           MOVE PR-ADMIT-DATE TO SL-ADMIT-DATE.
           MOVE PR-DISCHARGE-DATE TO SL-DISCHARGE-DATE.
           MOVE PR-BILL-AMOUNT TO SL-CHARGES.
           MOVE PR-INSURANCE-PAID TO SL-INSURANCE-PAID.
           MOVE PR-CONTRACT-ADJUSTMENT TO SL-ADJUSTMENT.
           MOVE PR-BALANCE-DUE TO SL-BALANCE.
           EVALUATE TRUE
               WHEN PR-CLAIM-TO-FILE OR PR-CLAIM-FILED
                   MOVE 'INSURANCE PENDING' TO SL-NOTE
                   ADD PR-BALANCE-DUE TO PENDING-INSURANCE-WS
               WHEN PR-CLAIM-DENIED
                   MOVE 'INSURANCE DENIED' TO SL-NOTE
                   ADD PR-BALANCE-DUE TO AMOUNT-DUE-WS
               WHEN PR-CLAIM-PAID-MEMBER
                   MOVE 'PLAN PAID YOU DIRECTLY' TO SL-NOTE
                   ADD PR-BALANCE-DUE TO AMOUNT-DUE-WS
               WHEN PR-BALANCE-DUE < PR-BILL-AMOUNT
                   MOVE 'BALANCE AFTER PAYMENTS' TO SL-NOTE
                   ADD PR-BALANCE-DUE TO AMOUNT-DUE-WS
               WHEN OTHER
                   MOVE SPACES TO SL-NOTE
                   ADD PR-BALANCE-DUE TO AMOUNT-DUE-WS
           END-EVALUATE.
           WRITE PRINT-LINE FROM STATEMENT-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       700-WRITE-RUN-TOTALS.
      *
           MOVE STATEMENTS-COUNT TO RT-STATEMENTS.
           MOVE STAYS-COUNT TO RT-STAYS.
           MOVE AMOUNT-DUE-TOTAL TO RT-AMOUNT-DUE.
           MOVE PENDING-TOTAL TO RT-PENDING.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE
               AFTER ADVANCING PAGE.
           DISPLAY 'PATSTMT: ' STATEMENTS-COUNT ' STATEMENTS'.
      *
       900-WRAP-UP.
           CLOSE SORTED-RECV-FILE, PATIENT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * LOANDSP                                                        *
      * Credit bureau dispute maintenance.  When a borrower disputes   *
      * what we report about a loan, customer service keys a LOANDSPT  *
      * card and this run sets the dispute compliance code on the      *
      * loan master, so the next LOANCRB extract carries it:           *
      *    O  dispute opened, under investigation         - XB         *
      *    D  investigation done, borrower disagrees      - XC         *
      *    R  dispute resolved                            - XH         *
      *    X  code keyed in error, clear it                            *
      * LOANCRB reports a resolved dispute once and then clears it.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (DSPTRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDSP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRAN-FILE
               ASSIGN TO LOANDSPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISPUTE-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO DSPTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DISPUTE-TRAN-RECORD.
           05  DT-LOAN-NO                PIC 9(7).
           05  DT-ACTION                 PIC X(1).
               88  DT-OPEN-DISPUTE               VALUE 'O'.
               88  DT-BORROWER-DISAGREES         VALUE 'D'.
               88  DT-RESOLVE-DISPUTE            VALUE 'R'.
               88  DT-CLEAR-DISPUTE              VALUE 'X'.
           05  DT-ENTERED-BY             PIC X(8).
           05  DT-RECEIVED-DATE          PIC 9(8).
           05  FILLER                    PIC X(6).
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  DISPUTE-ST                 PIC X(2).
               88  DISPUTE-OK                     VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  DISPUTE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-DISPUTES               VALUE 'Y'.
           05  LOAN-FOUND-WS              PIC X(1).
               88  LOAN-FOUND                     VALUE 'Y'.
       01  DISPUTE-TOTALS-WS.
           05  CARDS-READ-COUNT           PIC 9(5) VALUE ZERO.
           05  CARDS-APPLIED-COUNT        PIC 9(5) VALUE ZERO.
           05  CARDS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "CREDIT BUREAU DISPUTE REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "LOAN NO".
           05  FILLER            PIC X(27) VALUE "BORROWER".
           05  FILLER            PIC X(8)  VALUE "ACTION".
           05  FILLER            PIC X(6)  VALUE "WAS".
           05  FILLER            PIC X(6)  VALUE "NOW".
           05  FILLER            PIC X(13) VALUE "RECEIVED".
           05  FILLER            PIC X(10) VALUE "BY".
           05  FILLER            PIC X(30) VALUE "RESULT".
       01  DISPUTE-DETAIL-LINE.
           05  DD-LOAN-NO        PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-BORROWER-NAME  PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-ACTION         PIC X(1).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  DD-OLD-CODE       PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  DD-NEW-CODE       PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  DD-RECEIVED-DATE  PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DD-ENTERED-BY     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DD-RESULT         PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "CARDS READ    ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  APPLIED     ".
           05  RT-APPLIED        PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  REJECTED    ".
           05  RT-REJECTED       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-DISPUTE UNTIL NO-MORE-DISPUTES.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANDSP' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-DISPUTE.
      *
       200-PROCESS-DISPUTE.
      *
           ADD 1 TO CARDS-READ-COUNT.
           MOVE DT-LOAN-NO TO LM-LOAN-NO, DD-LOAN-NO.
           MOVE 'Y' TO LOAN-FOUND-WS.
           READ LOANMAST-FILE
               INVALID KEY
                   MOVE 'N' TO LOAN-FOUND-WS
           END-READ.
           MOVE DT-ACTION        TO DD-ACTION.
           MOVE DT-ENTERED-BY    TO DD-ENTERED-BY.
           MOVE DT-RECEIVED-DATE TO DD-RECEIVED-DATE.
           IF LOAN-FOUND
               MOVE LM-BORROWER-NAME TO DD-BORROWER-NAME
               MOVE LM-DISPUTE-CODE  TO DD-OLD-CODE
           ELSE
               MOVE SPACES TO DD-BORROWER-NAME, DD-OLD-CODE
           END-IF.
           MOVE SPACES TO DD-NEW-CODE, DD-RESULT.
           EVALUATE TRUE
           WHEN NOT LOAN-FOUND
               MOVE 'REJECTED - NO SUCH LOAN' TO DD-RESULT
           WHEN LM-POLICY-LOAN
               MOVE 'REJECTED - NOT BUREAU REPORTED' TO DD-RESULT
           WHEN LM-BUREAU-CLOSED
               MOVE 'REJECTED - CLOSED TO BUREAU' TO DD-RESULT
           WHEN DT-OPEN-DISPUTE
               SET LM-IN-DISPUTE TO TRUE
           WHEN DT-BORROWER-DISAGREES
               IF LM-NO-DISPUTE
                   MOVE 'REJECTED - NO DISPUTE OPEN' TO DD-RESULT
               ELSE
                   SET LM-DISPUTE-DISAGREES TO TRUE
               END-IF
           WHEN DT-RESOLVE-DISPUTE
               IF LM-NO-DISPUTE
                   MOVE 'REJECTED - NO DISPUTE OPEN' TO DD-RESULT
               ELSE
                   SET LM-DISPUTE-RESOLVED TO TRUE
               END-IF
           WHEN DT-CLEAR-DISPUTE
               SET LM-NO-DISPUTE TO TRUE
           WHEN OTHER
               MOVE 'REJECTED - INVALID ACTION' TO DD-RESULT
           END-EVALUATE.
           IF DD-RESULT = SPACES
               PERFORM 500-REWRITE-LOAN
           ELSE
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF.
           WRITE PRINT-LINE FROM DISPUTE-DETAIL-LINE.
           PERFORM 400-READ-DISPUTE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF NOT DISPUTE-OK
               DISPLAY 'DISPUTE TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DISPUTE TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANDSPT' TO EL-FILE-NAME
               MOVE DISPUTE-ST TO EL-FILE-STATUS
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
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'DISPUTE REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DISPUTE REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-DISPUTE.
      *
           READ DISPUTE-TRAN-FILE
               AT END
                   SET NO-MORE-DISPUTES TO TRUE
           END-READ.
      *
       500-REWRITE-LOAN.
      *
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOANMAST-OK
               DISPLAY 'LOAN MASTER REWRITE PROBLEM'
               MOVE '500-REWRITE-LOAN'
                  TO EL-PARAGRAPH
               MOVE 'LOAN MASTER REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANMAST' TO EL-FILE-NAME
               MOVE LOANMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO CARDS-APPLIED-COUNT.
           MOVE LM-DISPUTE-CODE TO DD-NEW-CODE.
           MOVE 'APPLIED' TO DD-RESULT.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE CARDS-READ-COUNT     TO RT-READ.
           MOVE CARDS-APPLIED-COUNT  TO RT-APPLIED.
           MOVE CARDS-REJECTED-COUNT TO RT-REJECTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE DISPUTE-TRAN-FILE, LOANMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

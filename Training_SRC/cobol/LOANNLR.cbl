      ******************************************************************
      * LOANNLR                                                        *
      * Monthly loan net-loss report.  Reads the LOANHIST history      *
      * front to back and, for the charge-off entries LOANCHG writes   *
      * and the recovery entries LOANRCV writes, totals the principal  *
      * charged off and the cash recovered by the loan's product code  *
      * - auto, personal, policy - for the business month and for the  *
      * year to date, with charge-offs less recoveries as the net      *
      * loss.                                                          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (LOANNRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANNLR.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO UT-S-LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-HIST-KEY
               FILE STATUS IS LOANHIST-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO LOANNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY LOANHIST.
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
           05  LOANHIST-ST                PIC X(2).
               88  LOANHIST-OK                    VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LOANHIST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
      *
      * ONE ROW PER PRODUCT CODE, THE LAST FOR ANY CODE NOT IN
      * COBLOAN'S RATE TABLE OR A LOAN NO LONGER ON THE MASTER.
       01  PRODUCT-NAME-VALUES.
           05  FILLER            PIC X(10) VALUE "AAUTO     ".
           05  FILLER            PIC X(10) VALUE "PPERSONAL ".
           05  FILLER            PIC X(10) VALUE "LPOLICY   ".
           05  FILLER            PIC X(10) VALUE " OTHER    ".
       01  PRODUCT-NAME-TABLE REDEFINES PRODUCT-NAME-VALUES.
           05  PRODUCT-NAME-ENTRY OCCURS 4.
               10  PN-PRODUCT-CODE        PIC X(1).
               10  PN-PRODUCT-NAME        PIC X(9).
       01  NET-LOSS-TABLE-WS.
           05  NET-LOSS-ROW OCCURS 5.
               10  NL-MONTH-CHARGE-OFFS   PIC S9(11)V99.
               10  NL-MONTH-RECOVERIES    PIC S9(11)V99.
               10  NL-YTD-CHARGE-OFFS     PIC S9(11)V99.
               10  NL-YTD-RECOVERIES      PIC S9(11)V99.
       01  PRODUCT-SUB                    PIC 9(1).
       01  REPORT-PERIOD-WS.
           05  REPORT-YEAR-WS             PIC 9(4).
           05  REPORT-MONTH-WS            PIC 9(2).
       01  PRIOR-LOAN-WS.
           05  PRIOR-LOAN-NO-WS           PIC 9(7) VALUE ZERO.
           05  PRIOR-PRODUCT-SUB          PIC 9(1) VALUE 4.
       01  RUN-COUNTS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  CHARGE-OFF-ENTRY-COUNT     PIC 9(5) VALUE ZERO.
           05  RECOVERY-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "LOAN NET-LOSS REPORT - MONTH".
           05  HDG-YEAR          PIC 9(4).
           05  FILLER            PIC X(1)  VALUE "/".
           05  HDG-MONTH         PIC 9(2).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE SPACES.
           05  FILLER            PIC X(51) VALUE
                   "---------------- MONTH ------------------".
           05  FILLER            PIC X(51) VALUE
                   "------------- YEAR TO DATE --------------".
       01  HEADING-LINE-THREE.
           05  FILLER            PIC X(11) VALUE "PRODUCT".
           05  FILLER            PIC X(17) VALUE "   CHARGE-OFFS".
           05  FILLER            PIC X(17) VALUE "    RECOVERIES".
           05  FILLER            PIC X(17) VALUE "      NET LOSS".
           05  FILLER            PIC X(17) VALUE "   CHARGE-OFFS".
           05  FILLER            PIC X(17) VALUE "    RECOVERIES".
           05  FILLER            PIC X(17) VALUE "      NET LOSS".
       01  NET-LOSS-DETAIL-LINE.
           05  ND-PRODUCT-NAME   PIC X(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ND-MONTH-CHARGED  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ND-MONTH-RECOVERED PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ND-MONTH-NET      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ND-YTD-CHARGED    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ND-YTD-RECOVERED  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ND-YTD-NET        PIC -ZZ,ZZZ,ZZ9.99.
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "HISTORY READ    ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(21) VALUE
                   "  CHARGE-OFF ENTRIES ".
           05  RT-CHARGE-OFFS    PIC ZZZZ9.
           05  FILLER            PIC X(20) VALUE
                   "  RECOVERY ENTRIES  ".
           05  RT-RECOVERIES     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TALLY-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 600-WRITE-PRODUCT-LINE
               VARYING PRODUCT-SUB FROM 1 BY 1 UNTIL PRODUCT-SUB > 4.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'LOANNLR' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE(1:4) TO REPORT-YEAR-WS, HDG-YEAR.
           MOVE BD-BUSINESS-DATE(5:2) TO REPORT-MONTH-WS, HDG-MONTH.
           PERFORM 110-CLEAR-ROW
               VARYING PRODUCT-SUB FROM 1 BY 1 UNTIL PRODUCT-SUB > 5.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           WRITE PRINT-LINE FROM HEADING-LINE-THREE.
           PERFORM 400-READ-HISTORY.
      *
       110-CLEAR-ROW.
      *
           MOVE ZERO TO NL-MONTH-CHARGE-OFFS(PRODUCT-SUB),
                        NL-MONTH-RECOVERIES(PRODUCT-SUB),
                        NL-YTD-CHARGE-OFFS(PRODUCT-SUB),
                        NL-YTD-RECOVERIES(PRODUCT-SUB).
      *
       200-TALLY-HISTORY.
      *
           ADD 1 TO HISTORY-READ-COUNT.
           IF LH-POSTING-DATE(1:4) = REPORT-YEAR-WS
               AND (LH-CHARGE-OFF-ENTRY OR LH-RECOVERY-ENTRY)
               PERFORM 500-FIND-PRODUCT
               PERFORM 550-ADD-TO-PRODUCT
           END-IF.
           PERFORM 400-READ-HISTORY.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT LOAN-HISTORY-FILE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT LOANMAST-FILE.
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
               DISPLAY 'NET-LOSS REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NET-LOSS REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-HISTORY.
      *
           READ LOAN-HISTORY-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       500-FIND-PRODUCT.
      *
      *    HISTORY IS IN LOAN NUMBER ORDER - THE MASTER IS READ ONCE
      *    PER LOAN, NOT ONCE PER ENTRY.
           IF LH-LOAN-NO NOT = PRIOR-LOAN-NO-WS
               MOVE LH-LOAN-NO TO PRIOR-LOAN-NO-WS, LM-LOAN-NO
               MOVE 4 TO PRIOR-PRODUCT-SUB
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF LOANMAST-OK
                   PERFORM 510-MATCH-PRODUCT
                       VARYING PRODUCT-SUB FROM 1 BY 1
                       UNTIL PRODUCT-SUB > 3
               END-IF
           END-IF.
           MOVE PRIOR-PRODUCT-SUB TO PRODUCT-SUB.
      *
       510-MATCH-PRODUCT.
      *
           IF PN-PRODUCT-CODE(PRODUCT-SUB) = LM-PRODUCT-CODE
               MOVE PRODUCT-SUB TO PRIOR-PRODUCT-SUB
           END-IF.
      *
       550-ADD-TO-PRODUCT.
      *
      *    ONLY THE PRINCIPAL WRITTEN OFF IS A LOSS - THE INTEREST
      *    REVERSED AT CHARGE-OFF WAS NEVER COLLECTED INCOME.
           IF LH-CHARGE-OFF-ENTRY
               ADD 1 TO CHARGE-OFF-ENTRY-COUNT
               ADD LH-PRINCIPAL-PORTION
                   TO NL-YTD-CHARGE-OFFS(PRODUCT-SUB),
                      NL-YTD-CHARGE-OFFS(5)
               IF LH-POSTING-DATE(5:2) = REPORT-MONTH-WS
                   ADD LH-PRINCIPAL-PORTION
                       TO NL-MONTH-CHARGE-OFFS(PRODUCT-SUB),
                          NL-MONTH-CHARGE-OFFS(5)
               END-IF
           ELSE
               ADD 1 TO RECOVERY-ENTRY-COUNT
               ADD LH-PAYMENT-AMOUNT
                   TO NL-YTD-RECOVERIES(PRODUCT-SUB),
                      NL-YTD-RECOVERIES(5)
               IF LH-POSTING-DATE(5:2) = REPORT-MONTH-WS
                   ADD LH-PAYMENT-AMOUNT
                       TO NL-MONTH-RECOVERIES(PRODUCT-SUB),
                          NL-MONTH-RECOVERIES(5)
               END-IF
           END-IF.
      *
       600-WRITE-PRODUCT-LINE.
      *
           MOVE PN-PRODUCT-NAME(PRODUCT-SUB) TO ND-PRODUCT-NAME.
           PERFORM 650-FORMAT-ROW.
      *
       650-FORMAT-ROW.
      *
           MOVE NL-MONTH-CHARGE-OFFS(PRODUCT-SUB) TO ND-MONTH-CHARGED.
           MOVE NL-MONTH-RECOVERIES(PRODUCT-SUB)
               TO ND-MONTH-RECOVERED.
           COMPUTE ND-MONTH-NET =
               NL-MONTH-CHARGE-OFFS(PRODUCT-SUB)
               - NL-MONTH-RECOVERIES(PRODUCT-SUB).
           MOVE NL-YTD-CHARGE-OFFS(PRODUCT-SUB) TO ND-YTD-CHARGED.
           MOVE NL-YTD-RECOVERIES(PRODUCT-SUB) TO ND-YTD-RECOVERED.
           COMPUTE ND-YTD-NET =
               NL-YTD-CHARGE-OFFS(PRODUCT-SUB)
               - NL-YTD-RECOVERIES(PRODUCT-SUB).
           WRITE PRINT-LINE FROM NET-LOSS-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL' TO ND-PRODUCT-NAME.
           MOVE 5 TO PRODUCT-SUB.
           PERFORM 650-FORMAT-ROW.
           MOVE HISTORY-READ-COUNT     TO RT-READ.
           MOVE CHARGE-OFF-ENTRY-COUNT TO RT-CHARGE-OFFS.
           MOVE RECOVERY-ENTRY-COUNT   TO RT-RECOVERIES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE LOAN-HISTORY-FILE, LOANMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

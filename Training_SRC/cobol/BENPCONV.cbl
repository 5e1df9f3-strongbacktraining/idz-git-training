      ******************************************************************
      * BENPCONV                                                       *
      * One-time conversion of the BENPLAN benefit-plan control file   *
      * from the old 24-byte rows to the 35-byte rows that add each    *
      * policy type's out-of-network coinsurance and out-of-pocket     *
      * maximum.  Reads the old file and writes every row to the       *
      * converted output in the same order.  The new fields go out     *
      * zero, which INSURCOB, CLMCOB and CLMREADJ read as no separate  *
      * out-of-network terms - the plan's own coinsurance applies and  *
      * there is no out-of-network cap - so claims price exactly as    *
      * before until the plan rows are updated.  The audit report      *
      * shows in/out counts that must match.                           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENPCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BENPLAN-FILE
               ASSIGN TO UT-S-BENPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDBPC-ST.
           SELECT NEW-BENPLAN-FILE
               ASSIGN TO UT-S-BENPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWBPC-ST.
           SELECT PRINTFILE
               ASSIGN TO BENPCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BENPLAN-FILE
           RECORD CONTAINS 24 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED BENPLAN.cpy LAYOUT.
       01  OLD-BENPLAN-CTL-RECORD.
           05  OBP-POLICY-TYPE           PIC 9(1).
           05  OBP-DEDUCTIBLE-PERC       PIC V999.
           05  OBP-COINSURANCE           PIC V99.
           05  OBP-RETENTION-AMT         PIC 9(7)V99.
           05  OBP-OOP-MAXIMUM           PIC 9(7)V99.
      *
       FD  NEW-BENPLAN-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  BENPLAN-CTL-RECORD.
           05  BPC-POLICY-TYPE           PIC 9(1).
           05  BPC-DEDUCTIBLE-PERC       PIC V999.
           05  BPC-COINSURANCE           PIC V99.
           05  BPC-RETENTION-AMT         PIC 9(7)V99.
           05  BPC-OOP-MAXIMUM           PIC 9(7)V99.
           05  BPC-OON-COINSURANCE       PIC V99.
           05  BPC-OON-OOP-MAXIMUM       PIC 9(7)V99.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDBPC-ST                  PIC X(2).
               88  OLDBPC-OK                      VALUE '00'.
           05  NEWBPC-ST                  PIC X(2).
               88  NEWBPC-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDBPC-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-PLAN-ROWS           VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(38) VALUE
                   "BENEFIT PLAN CONTROL CONVERSION REPORT".
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(13) VALUE "RECORDS READ ".
           05  RT-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "WRITTEN ".
           05  RT-WRITTEN-COUNT  PIC ZZZZZZ9.
       01  REPORT-BALANCE-LINE.
           05  FILLER            PIC X(20) VALUE "CONVERSION BALANCE: ".
           05  RB-STATUS         PIC X(14).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CONVERT-PLAN-ROW UNTIL NO-MORE-OLD-PLAN-ROWS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-PLAN-ROW.
      *
       200-CONVERT-PLAN-ROW.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-PLAN-ROW.
           PERFORM 400-READ-OLD-PLAN-ROW.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-BENPLAN-FILE.
           IF NOT OLDBPC-OK
               DISPLAY 'OLD BENEFIT PLAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD BENEFIT PLAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BENPIN' TO EL-FILE-NAME
               MOVE OLDBPC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEW-BENPLAN-FILE.
           IF NOT NEWBPC-OK
               DISPLAY 'NEW BENEFIT PLAN FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW BENEFIT PLAN FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BENPOUT' TO EL-FILE-NAME
               MOVE NEWBPC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BENPCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-PLAN-ROW.
      *
           READ OLD-BENPLAN-FILE
               AT END
                   SET NO-MORE-OLD-PLAN-ROWS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-PLAN-ROW.
      *
           MOVE OBP-POLICY-TYPE     TO BPC-POLICY-TYPE.
           MOVE OBP-DEDUCTIBLE-PERC TO BPC-DEDUCTIBLE-PERC.
           MOVE OBP-COINSURANCE     TO BPC-COINSURANCE.
           MOVE OBP-RETENTION-AMT   TO BPC-RETENTION-AMT.
           MOVE OBP-OOP-MAXIMUM     TO BPC-OOP-MAXIMUM.
           MOVE ZERO                TO BPC-OON-COINSURANCE,
                                       BPC-OON-OOP-MAXIMUM.
           WRITE BENPLAN-CTL-RECORD.
           IF NEWBPC-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW BENEFIT PLAN FILE WRITE PROBLEM'
                   ' - POLICY TYPE ' OBP-POLICY-TYPE
               MOVE '500-WRITE-NEW-PLAN-ROW'
                  TO EL-PARAGRAPH
               MOVE 'NEW BENEFIT PLAN FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BENPOUT' TO EL-FILE-NAME
               MOVE NEWBPC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE RECORDS-READ-COUNT        TO RT-READ-COUNT.
           MOVE RECORDS-WRITTEN-COUNT     TO RT-WRITTEN-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
           IF RECORDS-READ-COUNT = RECORDS-WRITTEN-COUNT
               MOVE 'IN BALANCE'     TO RB-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-STATUS
           END-IF.
           WRITE REPORT-LINE FROM REPORT-BALANCE-LINE.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY 'BENPCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'BENPCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-BENPLAN-FILE, NEW-BENPLAN-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'BENPCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

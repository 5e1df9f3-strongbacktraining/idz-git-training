      ******************************************************************
      * OOPCONV                                                        *
      * One-time conversion of the out-of-pocket accumulator records   *
      * from the old 40-byte OOPACCUM layout to the 50-byte layout     *
      * that adds the separate out-of-network out-of-pocket bucket.    *
      * Run once against a sequential unload of the OOPACC accumulator *
      * file (the output is then reloaded into the KSDS) and once      *
      * against the OOPARCH year-end archive, since both carry the     *
      * same record.  Every old field is carried across and OA-OON-    *
      * OOP-TO-DATE starts at zero: nothing was ever accumulated out   *
      * of network.  The audit report shows in/out counts that must    *
      * match.                                                         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OOPCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OOPACCUM-FILE
               ASSIGN TO UT-S-OOPCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDOOP-ST.
           SELECT NEW-OOPACCUM-FILE
               ASSIGN TO UT-S-OOPCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWOOP-ST.
           SELECT PRINTFILE
               ASSIGN TO OOPCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OOPACCUM-FILE
           RECORD CONTAINS 40 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED OOPACCUM.cpy LAYOUT.
       01  OLD-OOP-ACCUM-RECORD.
           05  OOA-POLICY-NO             PIC 9(07).
           05  OOA-BENEFIT-YEAR          PIC 9(04).
           05  OOA-DEDUCTIBLE-TO-DATE    PIC 9(07)V99.
           05  OOA-OOP-TO-DATE           PIC 9(07)V99.
           05  OOA-Q4-DEDUCTIBLE         PIC 9(07)V99.
           05  FILLER                    PIC X(02).
      *
       FD  NEW-OOPACCUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY OOPACCUM.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDOOP-ST                  PIC X(2).
               88  OLDOOP-OK                      VALUE '00'.
           05  NEWOOP-ST                  PIC X(2).
               88  NEWOOP-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDOOP-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-ACCUMULATORS        VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(33) VALUE
                   "OOP ACCUMULATOR CONVERSION REPORT".
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
           PERFORM 200-CONVERT-ACCUMULATOR
               UNTIL NO-MORE-OLD-ACCUMULATORS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-ACCUMULATOR.
      *
       200-CONVERT-ACCUMULATOR.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-ACCUMULATOR.
           PERFORM 400-READ-OLD-ACCUMULATOR.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-OOPACCUM-FILE.
           IF NOT OLDOOP-OK
               DISPLAY 'OLD OOP ACCUMULATOR FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD OOP ACCUMULATOR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OOPCIN' TO EL-FILE-NAME
               MOVE OLDOOP-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEW-OOPACCUM-FILE.
           IF NOT NEWOOP-OK
               DISPLAY 'NEW OOP ACCUMULATOR FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW OOP ACCUMULATOR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OOPCOUT' TO EL-FILE-NAME
               MOVE NEWOOP-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OOPCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-ACCUMULATOR.
      *
           READ OLD-OOPACCUM-FILE
               AT END
                   SET NO-MORE-OLD-ACCUMULATORS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-ACCUMULATOR.
      *
           MOVE SPACES TO OOP-ACCUM-RECORD.
           MOVE OOA-POLICY-NO          TO OA-POLICY-NO.
           MOVE OOA-BENEFIT-YEAR       TO OA-BENEFIT-YEAR.
           MOVE OOA-DEDUCTIBLE-TO-DATE TO OA-DEDUCTIBLE-TO-DATE.
           MOVE OOA-OOP-TO-DATE        TO OA-OOP-TO-DATE.
           MOVE OOA-Q4-DEDUCTIBLE      TO OA-Q4-DEDUCTIBLE.
           MOVE ZERO                   TO OA-OON-OOP-TO-DATE.
           WRITE OOP-ACCUM-RECORD.
           IF NEWOOP-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW OOP ACCUMULATOR FILE WRITE PROBLEM'
                   ' - POLICY ' OOA-POLICY-NO
               MOVE '500-WRITE-NEW-ACCUMULATOR'
                  TO EL-PARAGRAPH
               MOVE 'NEW OOP ACCUMULATOR FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OOPCOUT' TO EL-FILE-NAME
               MOVE NEWOOP-ST TO EL-FILE-STATUS
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
               DISPLAY 'OOPCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'OOPCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-OOPACCUM-FILE, NEW-OOPACCUM-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'OOPCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

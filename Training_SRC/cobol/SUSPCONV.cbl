      ******************************************************************
      * SUSPCONV                                                       *
      * One-time conversion of the premium cash-suspense file from the *
      * old 30-byte PREMSUSP layout to the 50-byte layout that adds    *
      * the employer group number and the lockbox item reference.      *
      * Reads the old file and writes every suspense item to the       *
      * converted output in the same order, ready to be the next       *
      * PREMPAY run's suspense input.  Every old item is an individual *
      * policy payment that did not come through the lockbox, so the   *
      * group number and item reference go out as spaces.  The audit   *
      * report shows in/out counts that must match.                    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PREMSUSP-FILE
               ASSIGN TO UT-S-SUSPCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDSUS-ST.
           SELECT NEW-PREMSUSP-FILE
               ASSIGN TO UT-S-SUSPCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWSUS-ST.
           SELECT PRINTFILE
               ASSIGN TO SUSPCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PREMSUSP-FILE
           RECORD CONTAINS 30 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED PREMSUSP.cpy LAYOUT.
       01  OLD-PREMIUM-SUSPENSE-RECORD.
           05  OSP-POLICY-NO             PIC 9(07).
           05  OSP-PAYMENT-AMOUNT        PIC 9(07)V99.
           05  OSP-RECEIVED-DATE         PIC 9(08).
           05  FILLER                    PIC X(06).
      *
       FD  NEW-PREMSUSP-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY PREMSUSP.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDSUS-ST                  PIC X(2).
               88  OLDSUS-OK                      VALUE '00'.
           05  NEWSUS-ST                  PIC X(2).
               88  NEWSUS-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDSUS-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-SUSPENSE            VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(34) VALUE
                   "PREMIUM SUSPENSE CONVERSION REPORT".
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
           PERFORM 200-CONVERT-SUSPENSE UNTIL NO-MORE-OLD-SUSPENSE.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-SUSPENSE.
      *
       200-CONVERT-SUSPENSE.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-SUSPENSE.
           PERFORM 400-READ-OLD-SUSPENSE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-PREMSUSP-FILE.
           IF NOT OLDSUS-OK
               DISPLAY 'OLD PREMIUM SUSPENSE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD PREMIUM SUSPENSE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUSPCIN' TO EL-FILE-NAME
               MOVE OLDSUS-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEW-PREMSUSP-FILE.
           IF NOT NEWSUS-OK
               DISPLAY 'NEW PREMIUM SUSPENSE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW PREMIUM SUSPENSE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUSPCOUT' TO EL-FILE-NAME
               MOVE NEWSUS-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUSPCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-SUSPENSE.
      *
           READ OLD-PREMSUSP-FILE
               AT END
                   SET NO-MORE-OLD-SUSPENSE TO TRUE
           END-READ.
      *
       500-WRITE-NEW-SUSPENSE.
      *
           MOVE SPACES TO PREMIUM-SUSPENSE-RECORD.
           MOVE OSP-POLICY-NO       TO SP-POLICY-NO.
           MOVE OSP-PAYMENT-AMOUNT  TO SP-PAYMENT-AMOUNT.
           MOVE OSP-RECEIVED-DATE   TO SP-RECEIVED-DATE.
      *    GROUP NUMBER AND ITEM REFERENCE STAY SPACES.
           WRITE PREMIUM-SUSPENSE-RECORD.
           IF NEWSUS-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW PREMIUM SUSPENSE FILE WRITE PROBLEM'
                   ' - POLICY ' OSP-POLICY-NO
               MOVE '500-WRITE-NEW-SUSPENSE'
                  TO EL-PARAGRAPH
               MOVE 'NEW PREMIUM SUSPENSE FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUSPCOUT' TO EL-FILE-NAME
               MOVE NEWSUS-ST TO EL-FILE-STATUS
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
               DISPLAY 'SUSPCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'SUSPCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-PREMSUSP-FILE, NEW-PREMSUSP-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'SUSPCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

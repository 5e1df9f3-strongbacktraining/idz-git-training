      ******************************************************************
      * CPRFCONV                                                       *
      * One-time conversion of the contact-preference file from the    *
      * old 30-byte CONTPREF layout to the 50-byte layout that adds    *
      * the returned-mail fields RTNMAIL sets (bad-address flag,       *
      * first-return date, post office reason and return source) -     *
      * more than the old four bytes of filler could hold.  Reads a    *
      * sequential unload of the old file (which is in CUST-ID order), *
      * carries every old field across, loads the new indexed          *
      * CONTPREF, and prints a conversion audit report with in/out     *
      * counts that must match.  No converted customer is flagged for  *
      * a bad address; the first returned piece sets the flag.         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRFCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CONTPREF-FILE
               ASSIGN TO UT-S-CPRFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDPRF-ST.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT PRINTFILE
               ASSIGN TO CPRFCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CONTPREF-FILE
           RECORD CONTAINS 30 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED CONTPREF.cpy LAYOUT.
       01  OLD-CONTACT-PREF-RECORD.
           05  OCP-CUST-ID               PIC X(05).
           05  OCP-MAIL-OK               PIC X(01).
           05  OCP-PHONE-OK              PIC X(01).
           05  OCP-DNC-FLAG              PIC X(01).
           05  OCP-REQUEST-DATE          PIC 9(08).
           05  OCP-REQUEST-SOURCE        PIC X(10).
           05  FILLER                    PIC X(04).
      *
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDPRF-ST                  PIC X(2).
               88  OLDPRF-OK                      VALUE '00'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDPRF-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-PREFERENCES         VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(36) VALUE
                   "CONTACT PREFERENCE CONVERSION REPORT".
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
           PERFORM 200-CONVERT-PREFERENCE UNTIL NO-MORE-OLD-PREFERENCES.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-PREFERENCE.
      *
       200-CONVERT-PREFERENCE.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-PREFERENCE.
           PERFORM 400-READ-OLD-PREFERENCE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-CONTPREF-FILE.
           IF NOT OLDPRF-OK
               DISPLAY 'OLD CONTACT PREF FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD CONTACT PREF FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CPRFIN' TO EL-FILE-NAME
               MOVE OLDPRF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT CONTPREF-FILE.
           IF NOT CONTPREF-OK
               DISPLAY 'NEW CONTACT PREF FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW CONTACT PREF FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CONTPREF' TO EL-FILE-NAME
               MOVE CONTPREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CPRFCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-PREFERENCE.
      *
           READ OLD-CONTPREF-FILE
               AT END
                   SET NO-MORE-OLD-PREFERENCES TO TRUE
           END-READ.
      *
       500-WRITE-NEW-PREFERENCE.
      *
           MOVE SPACES TO CONTACT-PREF-RECORD.
           MOVE OCP-CUST-ID         TO CP-CUST-ID.
           MOVE OCP-MAIL-OK         TO CP-MAIL-OK.
           MOVE OCP-PHONE-OK        TO CP-PHONE-OK.
           MOVE OCP-DNC-FLAG        TO CP-DNC-FLAG.
           MOVE OCP-REQUEST-DATE    TO CP-REQUEST-DATE.
           MOVE OCP-REQUEST-SOURCE  TO CP-REQUEST-SOURCE.
      *    NO RETURNED MAIL YET - THE FLAG, REASON AND SOURCE STAY
      *    SPACES AND THE FIRST-RETURN DATE IS ZERO.
           MOVE ZERO                TO CP-BAD-ADDRESS-DATE.
           WRITE CONTACT-PREF-RECORD.
           IF CONTPREF-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW CONTACT PREF FILE WRITE PROBLEM'
                   ' - CUSTOMER ' OCP-CUST-ID
               MOVE '500-WRITE-NEW-PREFERENCE'
                  TO EL-PARAGRAPH
               MOVE 'NEW CONTACT PREF FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CONTPREF' TO EL-FILE-NAME
               MOVE CONTPREF-ST TO EL-FILE-STATUS
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
               DISPLAY 'CPRFCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'CPRFCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-CONTPREF-FILE, CONTPREF-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'CPRFCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PRVMCONV                                                       *
      * One-time conversion of the provider master from the old        *
      * 70-byte PROVIDER layout to the 90-byte layout that adds the    *
      * network status and its effective and term dates - more than    *
      * the old six bytes of filler could hold.  Reads a sequential    *
      * unload of the old file (which is in provider-code order),      *
      * carries every old field across, loads the new indexed PROVMST, *
      * and prints a conversion audit report with in/out counts that   *
      * must match.  A converted provider is unclassified and keeps    *
      * paying as in network, as every provider did before the network *
      * fields existed.                                                *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVMCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PROVMAST-FILE
               ASSIGN TO UT-S-PRVMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDPRV-ST.
           SELECT PROVMAST-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO PRVMCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PROVMAST-FILE
           RECORD CONTAINS 70 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED PROVIDER.cpy LAYOUT.
       01  OLD-PROVIDER-MASTER-RECORD.
           05  OPV-PROVIDER-CODE         PIC X(02).
           05  OPV-PROVIDER-NAME         PIC X(25).
           05  OPV-REMIT-ADDR            PIC X(20).
           05  OPV-REMIT-CITY            PIC X(14).
           05  OPV-REMIT-STATE           PIC X(02).
           05  OPV-PAY-HOLD-FLAG         PIC X(01).
           05  FILLER                    PIC X(06).
      *
       FD  PROVMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDPRV-ST                  PIC X(2).
               88  OLDPRV-OK                      VALUE '00'.
           05  PROVMAST-ST                PIC X(2).
               88  PROVMAST-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDPRV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-PROVIDERS           VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(33) VALUE
                   "PROVIDER MASTER CONVERSION REPORT".
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
           PERFORM 200-CONVERT-PROVIDER UNTIL NO-MORE-OLD-PROVIDERS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-PROVIDER.
      *
       200-CONVERT-PROVIDER.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-PROVIDER.
           PERFORM 400-READ-OLD-PROVIDER.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-PROVMAST-FILE.
           IF NOT OLDPRV-OK
               DISPLAY 'OLD PROVIDER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD PROVIDER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PRVMIN' TO EL-FILE-NAME
               MOVE OLDPRV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PROVMAST-FILE.
           IF NOT PROVMAST-OK
               DISPLAY 'NEW PROVIDER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW PROVIDER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PROVMST' TO EL-FILE-NAME
               MOVE PROVMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PRVMCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-PROVIDER.
      *
           READ OLD-PROVMAST-FILE
               AT END
                   SET NO-MORE-OLD-PROVIDERS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-PROVIDER.
      *
           MOVE SPACES TO PROVIDER-MASTER-RECORD.
           MOVE OPV-PROVIDER-CODE   TO PV-PROVIDER-CODE.
           MOVE OPV-PROVIDER-NAME   TO PV-PROVIDER-NAME.
           MOVE OPV-REMIT-ADDR      TO PV-REMIT-ADDR.
           MOVE OPV-REMIT-CITY      TO PV-REMIT-CITY.
           MOVE OPV-REMIT-STATE     TO PV-REMIT-STATE.
           MOVE OPV-PAY-HOLD-FLAG   TO PV-PAY-HOLD-FLAG.
      *    NETWORK STATUS STAYS SPACE - NEVER CLASSIFIED, PAYS AS
      *    IN NETWORK - WITH NO NETWORK WINDOW.
           MOVE ZERO                TO PV-NETWORK-EFF-DATE,
                                       PV-NETWORK-TERM-DATE.
           WRITE PROVIDER-MASTER-RECORD.
           IF PROVMAST-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW PROVIDER MASTER FILE WRITE PROBLEM'
                   ' - PROVIDER ' OPV-PROVIDER-CODE
               MOVE '500-WRITE-NEW-PROVIDER'
                  TO EL-PARAGRAPH
               MOVE 'NEW PROVIDER MASTER FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PROVMST' TO EL-FILE-NAME
               MOVE PROVMAST-ST TO EL-FILE-STATUS
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
               DISPLAY 'PRVMCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'PRVMCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-PROVMAST-FILE, PROVMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'PRVMCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

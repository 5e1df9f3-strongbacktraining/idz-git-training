      ******************************************************************
      * SANCSCRN                                                       *
      * Sanctions screening run over the party masters.  Every         *
      * customer on CUSTREC, patient on PATMST, supplier on SUPLMAST   *
      * and provider on PROVMST is put through the shared SANCMTCH     *
      * routine against the loaded sanctions list; a party whose best  *
      * score is over the threshold is printed on the potential-hit    *
      * register and logged to the SANCAUD audit file with the list    *
      * entry, score, threshold and list version.  Payees on the day's *
      * payment batch are screened by TREASHUB itself as it collects   *
      * them, so a hit there is held before it reaches the bank.  If   *
      * the sanctions list cannot be loaded the step fails - a run     *
      * that screened nothing must not look like a clean one.          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SANCSRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT PATIENT-FILE
               ASSIGN TO UT-S-PATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATIENT-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
           SELECT PROVIDER-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVMST-ST.
           SELECT SANCAUD-FILE
               ASSIGN TO UT-S-SANCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCAUD-ST.
           SELECT PRINTFILE
               ASSIGN TO SANCSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  SANCAUD-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY SANCAUD.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  PATIENT-ST                 PIC X(2).
               88  PATIENT-OK                     VALUE '00'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  PROVMST-ST                 PIC X(2).
               88  PROVMST-OK                     VALUE '00'.
           05  SANCAUD-ST                 PIC X(2).
               88  SANCAUD-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CUSTFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CUSTOMERS              VALUE 'Y'.
           05  PATIENT-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PATIENTS               VALUE 'Y'.
           05  SUPLMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUPPLIERS              VALUE 'Y'.
           05  PROVMST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PROVIDERS              VALUE 'Y'.
       01  PARTY-WS.
           05  PARTY-SOURCE-WS            PIC X(8).
           05  PARTY-KEY-WS               PIC X(9).
           05  PARTY-NAME-WS              PIC X(25).
      *
      * SCREENED AND HIT COUNTS BY MASTER: CUSTREC, PATMST, SUPLMAST,
      * PROVMST IN THAT ORDER.
       01  SOURCE-NAMES-WS.
           05  FILLER            PIC X(8)  VALUE "CUSTREC ".
           05  FILLER            PIC X(8)  VALUE "PATMST  ".
           05  FILLER            PIC X(8)  VALUE "SUPLMAST".
           05  FILLER            PIC X(8)  VALUE "PROVMST ".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES-WS.
           05  SOURCE-NAME       PIC X(8)  OCCURS 4.
       01  SOURCE-COUNTS-WS.
           05  SOURCE-COUNTS OCCURS 4.
               10  SOURCE-SCREENED        PIC 9(7).
               10  SOURCE-HITS            PIC 9(7).
       01  SOURCE-SUB                     PIC 9(1).
           COPY BUSDTCOB.
           COPY SANCMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "SANCTIONS SCREENING - PARTY MASTERS".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(16) VALUE "   LIST VERSION ".
           05  HDG-VERSION       PIC X(10).
           05  FILLER            PIC X(13) VALUE "   THRESHOLD ".
           05  HDG-THRESHOLD     PIC ZZ9.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "SOURCE".
           05  FILLER            PIC X(11) VALUE "PARTY KEY".
           05  FILLER            PIC X(27) VALUE "PARTY NAME".
           05  FILLER            PIC X(12) VALUE "LIST ENTRY".
           05  FILLER            PIC X(42) VALUE "LISTED NAME".
           05  FILLER            PIC X(5)  VALUE "SCORE".
       01  HIT-DETAIL-LINE.
           05  HD-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HD-PARTY-KEY      PIC X(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HD-PARTY-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HD-ENTRY-ID       PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HD-ENTRY-NAME     PIC X(40).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HD-SCORE          PIC ZZ9.
       01  SOURCE-TOTALS-LINE.
           05  ST-SOURCE         PIC X(10).
           05  FILLER            PIC X(10) VALUE "SCREENED  ".
           05  ST-SCREENED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE "   POTENTIAL HITS ".
           05  ST-HITS           PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SCREEN-CUSTOMER UNTIL NO-MORE-CUSTOMERS.
           PERFORM 220-SCREEN-PATIENT UNTIL NO-MORE-PATIENTS.
           PERFORM 240-SCREEN-SUPPLIER UNTIL NO-MORE-SUPPLIERS.
           PERFORM 260-SCREEN-PROVIDER UNTIL NO-MORE-PROVIDERS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SANCSCRN' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           MOVE ZERO TO SOURCE-COUNTS-WS.
           PERFORM 300-OPEN-FILES.
      *
      *    A FIRST CALL WITH NO NAME LOADS THE LIST AND ANSWERS THE
      *    VERSION AND THRESHOLD FOR THE HEADING.
           MOVE SPACES TO SX-PARTY-NAME.
           MOVE BD-BUSINESS-DATE TO SX-AS-OF-DATE.
           CALL 'SANCMTCH' USING SANCMTCH-PARMS-WS.
           IF SX-LIST-UNAVAILABLE
               DISPLAY 'SANCSCRN: NO SANCTIONS LIST - NOT SCREENED'
               MOVE '100-HOUSEKEEPING'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS LIST UNAVAILABLE - NOTHING SCREENED'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCLIST' TO EL-FILE-NAME
               GO TO 999-ERROR-RTN.
           MOVE SX-LIST-VERSION TO HDG-VERSION.
           MOVE SX-THRESHOLD TO HDG-THRESHOLD.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-SCREEN-CUSTOMER.
      *
      *    ONLY REC-TYPE '1' ROWS CARRY A NAME - CONTACT ROWS ARE
      *    FREE TEXT.
           READ CUSTFILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   IF REC-TYPE OF CUST-MASTER-RECORD = '1'
                       MOVE 1 TO SOURCE-SUB
                       MOVE CUST-ID OF CUST-MASTER-RECORD
                           TO PARTY-KEY-WS
                       MOVE NAME OF CUST-MASTER-RECORD
                           TO PARTY-NAME-WS
                       PERFORM 500-SCREEN-PARTY
                   END-IF
           END-READ.
      *
       220-SCREEN-PATIENT.
      *
           READ PATIENT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PATIENTS TO TRUE
               NOT AT END
                   MOVE 2 TO SOURCE-SUB
                   MOVE PT-PATIENT-ID TO PARTY-KEY-WS
                   MOVE PT-PATIENT-NAME TO PARTY-NAME-WS
                   PERFORM 500-SCREEN-PARTY
           END-READ.
      *
       240-SCREEN-SUPPLIER.
      *
           READ SUPLMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUPPLIERS TO TRUE
               NOT AT END
                   MOVE 3 TO SOURCE-SUB
                   MOVE SM-SUPPLR-NO TO PARTY-KEY-WS
                   MOVE SM-NAME TO PARTY-NAME-WS
                   PERFORM 500-SCREEN-PARTY
           END-READ.
      *
       260-SCREEN-PROVIDER.
      *
           READ PROVIDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PROVIDERS TO TRUE
               NOT AT END
                   MOVE 4 TO SOURCE-SUB
                   MOVE PV-PROVIDER-CODE TO PARTY-KEY-WS
                   MOVE PV-PROVIDER-NAME TO PARTY-NAME-WS
                   PERFORM 500-SCREEN-PARTY
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CUSTFILE.
           IF NOT CUSTFILE-OK
               DISPLAY 'CUSTOMER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUST' TO EL-FILE-NAME
               MOVE CUSTFILE-ST TO EL-FILE-STATUS
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
           OPEN INPUT SUPLMAST-FILE.
           IF NOT SUPLMAST-OK
               DISPLAY 'SUPPLIER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLMST' TO EL-FILE-NAME
               MOVE SUPLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PROVIDER-FILE.
           IF NOT PROVMST-OK
               DISPLAY 'PROVIDER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PROVIDER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PROVMST' TO EL-FILE-NAME
               MOVE PROVMST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND SANCAUD-FILE.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'SANCTIONS SCREENING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS SCREENING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-SCREEN-PARTY.
      *
           MOVE SOURCE-NAME(SOURCE-SUB) TO PARTY-SOURCE-WS.
           ADD 1 TO SOURCE-SCREENED(SOURCE-SUB).
           MOVE PARTY-NAME-WS TO SX-PARTY-NAME.
           CALL 'SANCMTCH' USING SANCMTCH-PARMS-WS.
           IF SX-POTENTIAL-HIT
               ADD 1 TO SOURCE-HITS(SOURCE-SUB)
               PERFORM 600-WRITE-HIT-LINE
               PERFORM 650-WRITE-HIT-AUDIT
           END-IF.
      *
       600-WRITE-HIT-LINE.
      *
           MOVE PARTY-SOURCE-WS TO HD-SOURCE.
           MOVE PARTY-KEY-WS TO HD-PARTY-KEY.
           MOVE PARTY-NAME-WS TO HD-PARTY-NAME.
           MOVE SX-BEST-ENTRY-ID TO HD-ENTRY-ID.
           MOVE SX-BEST-ENTRY-NAME TO HD-ENTRY-NAME.
           MOVE SX-BEST-SCORE TO HD-SCORE.
           WRITE PRINT-LINE FROM HIT-DETAIL-LINE.
      *
       650-WRITE-HIT-AUDIT.
      *
           MOVE SPACES TO SANCTIONS-AUDIT-RECORD.
           MOVE BD-BUSINESS-DATE TO SK-EVENT-DATE.
           SET SK-POTENTIAL-HIT TO TRUE.
           MOVE 'SANCSCRN' TO SK-PROGRAM.
           MOVE SX-LIST-VERSION TO SK-LIST-VERSION.
           MOVE PARTY-SOURCE-WS TO SK-PARTY-SOURCE.
           MOVE PARTY-KEY-WS TO SK-PARTY-KEY.
           MOVE PARTY-NAME-WS TO SK-PARTY-NAME.
           MOVE SX-BEST-ENTRY-ID TO SK-ENTRY-ID.
           MOVE SX-BEST-ENTRY-NAME TO SK-ENTRY-NAME.
           MOVE SX-BEST-SCORE TO SK-SCORE.
           MOVE SX-THRESHOLD TO SK-THRESHOLD.
           MOVE ZERO TO SK-PAYMENT-REF.
           WRITE SANCTIONS-AUDIT-RECORD.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT WRITE PROBLEM'
               MOVE '650-WRITE-HIT-AUDIT'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 710-WRITE-SOURCE-TOTAL
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB > 4.
      *
       710-WRITE-SOURCE-TOTAL.
      *
           MOVE SOURCE-NAME(SOURCE-SUB) TO ST-SOURCE.
           MOVE SOURCE-SCREENED(SOURCE-SUB) TO ST-SCREENED.
           MOVE SOURCE-HITS(SOURCE-SUB) TO ST-HITS.
           WRITE PRINT-LINE FROM SOURCE-TOTALS-LINE.
           DISPLAY 'SANCSCRN: ' SOURCE-NAME(SOURCE-SUB)
               ' SCREENED ' SOURCE-SCREENED(SOURCE-SUB)
               ' HITS ' SOURCE-HITS(SOURCE-SUB).
      *
       900-WRAP-UP.
           CLOSE CUSTFILE, PATIENT-FILE, SUPLMAST-FILE,
                 PROVIDER-FILE, SANCAUD-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

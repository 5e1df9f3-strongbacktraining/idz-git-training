      ******************************************************************
      * RECURGEN                                                       *
      * Daily recurring supplier invoice generation.  Walks the        *
      * RECURINV templates RECURMNT maintains and, for each active     *
      * template whose next-generate date has come due - moved to the  *
      * next business day through BUSDAY when it lands on a weekend    *
      * or holiday - writes the 'I' transaction in exactly the         *
      * SUPLPTRN layout SUPLPOST posts, marked as a recurring-contract *
      * invoice so it is not held for a purchase-order match.  The     *
      * next-generate date then moves on by the template's frequency   *
      * (monthly, quarterly or annual, on the start date's day of the  *
      * month); a missed day catches up period by period.  A template  *
      * run past its end date is marked expired.  Every template       *
      * ending within sixty days goes on the renewal tickler so        *
      * purchasing can renew the contract before the bills stop.       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (RECGRGST, RECTKL & SYSOUT)           *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURINV-FILE
               ASSIGN TO UT-S-RECURINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-KEY
               FILE STATUS IS RECURINV-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
           SELECT SUPLTRAN-FILE
               ASSIGN TO UT-S-RECURTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPLTRAN-ST.
           SELECT PRINTFILE
               ASSIGN TO RECGRGST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
           SELECT TICKLER-FILE
               ASSIGN TO RECTKL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TICKLER-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURINV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RECURINV.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
      * EXACTLY THE LAYOUT SUPLPOST POSTS - THE RECURTRN DATASET IS
      * CONCATENATED AHEAD OF THE DAY'S KEYED SUPLTRAN.
       FD  SUPLTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPLPTRN.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
      *
       FD  TICKLER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TICKLER-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  RECURINV-ST                PIC X(2).
               88  RECURINV-OK                    VALUE '00'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  SUPLTRAN-ST                PIC X(2).
               88  SUPLTRAN-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  TICKLER-ST                 PIC X(2).
               88  TICKLER-OK                     VALUE '00'.
           05  RECURINV-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TEMPLATES              VALUE 'Y'.
           05  PERIOD-DUE-WS              PIC X(1).
               88  PERIOD-DUE                     VALUE 'Y'.
           05  TEMPLATE-CHANGED-WS        PIC X(1).
               88  TEMPLATE-CHANGED               VALUE 'Y'.
      *
      * A TEMPLATE LEFT BEHIND (A LONG OUTAGE, A BACK-DATED START)
      * CATCHES UP NO MORE THAN A YEAR OF MONTHS IN ONE RUN - THE
      * REST WAITS FOR A LOOK AT THE REGISTER.
       77  CATCH-UP-LIMIT                 PIC 9(3) VALUE 12.
       77  PERIODS-GENERATED-WS           PIC 9(3) VALUE ZERO.
       77  MONTHS-TO-ADD-WS               PIC 9(2) VALUE ZERO.
       77  BILL-DATE-WS                   PIC 9(8) VALUE ZERO.
       77  LEAP-QUOTIENT-WS               PIC 9(4) VALUE ZERO.
       77  LEAP-REMAINDER-WS              PIC 9(3) VALUE ZERO.
       01  NEXT-DATE-WS.
           05  ND-YEAR                    PIC 9(4).
           05  ND-MONTH                   PIC 9(2).
           05  ND-DAY                     PIC 9(2).
       01  NEXT-DATE-N-WS REDEFINES NEXT-DATE-WS PIC 9(8).
       01  START-DATE-WS.
           05  SD-YEAR                    PIC 9(4).
           05  SD-MONTH                   PIC 9(2).
           05  SD-DAY                     PIC 9(2).
       01  START-DATE-N-WS REDEFINES START-DATE-WS PIC 9(8).
       01  MONTH-LENGTHS-WS.
           05  FILLER                     PIC X(24) VALUE
                   '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS-WS.
           05  MONTH-LENGTH               PIC 9(2) OCCURS 12.
       77  DAYS-IN-MONTH-WS               PIC 9(2) VALUE ZERO.
       01  TICKLER-WINDOW-WS.
           05  TICKLER-DAYS-WS            PIC 9(3)  VALUE 60.
           05  BUSINESS-DATE-INT          PIC 9(8).
           05  WINDOW-END-DATE-WS         PIC 9(8).
           05  DAYS-LEFT-WS               PIC S9(5).
       01  RUN-COUNTS-WS.
           05  TEMPLATES-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  INVOICES-GENERATED-COUNT   PIC 9(5) VALUE ZERO.
           05  INVOICES-GENERATED-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05  EXPIRED-THIS-RUN-COUNT     PIC 9(5) VALUE ZERO.
           05  CATCH-UP-LIMIT-COUNT       PIC 9(5) VALUE ZERO.
           05  TICKLED-COUNT              PIC 9(5) VALUE ZERO.
       01  REGISTER-STATUS-WS             PIC X(30).
           COPY BUSDTCOB.
           COPY BUSDYCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(37) VALUE
                   "RECURRING INVOICE GENERATION REGISTER".
           05  FILLER            PIC X(3)  VALUE " - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  REGISTER-DETAIL-LINE.
           05  RG-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-TEMPLATE-NO    PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-DESCRIPTION    PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-INVOICE-NO     PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RG-STATUS         PIC X(30).
       01  REGISTER-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "TEMPLATES  ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  GENERATED  ".
           05  RT-GENERATED      PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AMOUNT ".
           05  RT-AMOUNT         PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(11) VALUE "  EXPIRED  ".
           05  RT-EXPIRED        PIC ZZZZ9.
           05  FILLER            PIC X(21) VALUE
                   "  CATCH-UP LIMITED   ".
           05  RT-LIMITED        PIC ZZZZ9.
       01  TICKLER-HEADING-ONE.
           05  FILLER            PIC X(40) VALUE
                   "RECURRING CONTRACT RENEWAL TICKLER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  TH-DATE           PIC XXXX/XX/XX.
           05  FILLER            PIC X(10) VALUE "  THROUGH ".
           05  TH-WINDOW-END     PIC XXXX/XX/XX.
       01  TICKLER-HEADING-TWO.
           05  FILLER            PIC X(5)  VALUE "SUPP".
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(9)  VALUE "WAREHSE".
           05  FILLER            PIC X(6)  VALUE "TMPL".
           05  FILLER            PIC X(22) VALUE "DESCRIPTION".
           05  FILLER            PIC X(16) VALUE "      AMOUNT".
           05  FILLER            PIC X(13) VALUE "ENDS".
           05  FILLER            PIC X(10) VALUE "DAYS LEFT".
       01  TICKLER-DETAIL-LINE.
           05  TD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-SUPPLR-NAME    PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-WREHOUSE-NO    PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-TEMPLATE-NO    PIC 9(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  TD-DESCRIPTION    PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-END-DATE       PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TD-DAYS-LEFT      PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-EXPIRED        PIC X(13).
       01  TICKLER-TOTALS-LINE.
           05  FILLER            PIC X(29) VALUE
                   "CONTRACTS DUE FOR RENEWAL    ".
           05  TT-TICKLED        PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-TEMPLATE UNTIL NO-MORE-TEMPLATES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'RECURGEN' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, TH-DATE.
           COMPUTE BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           COMPUTE WINDOW-END-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (BUSINESS-DATE-INT + TICKLER-DAYS-WS).
           MOVE WINDOW-END-DATE-WS TO TH-WINDOW-END.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE TICKLER-LINE FROM TICKLER-HEADING-ONE.
           MOVE SPACES TO TICKLER-LINE.
           WRITE TICKLER-LINE.
           WRITE TICKLER-LINE FROM TICKLER-HEADING-TWO.
      *
       200-PROCESS-TEMPLATE.
      *
           READ RECURINV-FILE
               AT END
                   SET NO-MORE-TEMPLATES TO TRUE
               NOT AT END
                   ADD 1 TO TEMPLATES-READ-COUNT
                   IF RI-ACTIVE
                       PERFORM 500-WORK-THE-TEMPLATE
                   END-IF
                   IF NOT RI-SUSPENDED
                       AND RI-END-DATE NOT = ZERO
                       AND RI-END-DATE <= WINDOW-END-DATE-WS
                       PERFORM 600-WRITE-TICKLER-LINE
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O RECURINV-FILE.
           IF NOT RECURINV-OK
               DISPLAY 'RECURRING INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECURINV' TO EL-FILE-NAME
               MOVE RECURINV-ST TO EL-FILE-STATUS
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
           OPEN OUTPUT SUPLTRAN-FILE.
           IF NOT SUPLTRAN-OK
               DISPLAY 'RECURRING TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECURTRN' TO EL-FILE-NAME
               MOVE SUPLTRAN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'GENERATION REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GENERATION REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT TICKLER-FILE.
           IF NOT TICKLER-OK
               DISPLAY 'RENEWAL TICKLER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RENEWAL TICKLER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-WORK-THE-TEMPLATE.
      *
           MOVE 'N' TO TEMPLATE-CHANGED-WS.
           MOVE ZERO TO PERIODS-GENERATED-WS.
           IF RI-NEXT-GEN-DATE = ZERO
               MOVE RI-START-DATE TO RI-NEXT-GEN-DATE
               SET TEMPLATE-CHANGED TO TRUE
           END-IF.
           PERFORM 510-FIND-BILLING-DAY.
           PERFORM 515-TEST-PERIOD-DUE.
           PERFORM 520-GENERATE-ONE-PERIOD UNTIL NOT PERIOD-DUE.
           IF PERIODS-GENERATED-WS NOT < CATCH-UP-LIMIT
               AND BILL-DATE-WS <= BD-BUSINESS-DATE
               ADD 1 TO CATCH-UP-LIMIT-COUNT
               MOVE 'CATCH-UP LIMIT - REVIEW' TO REGISTER-STATUS-WS
               PERFORM 620-WRITE-REGISTER-LINE
           END-IF.
      *    PAST THE LAST PERIOD THE CONTRACT COVERS - THE TEMPLATE
      *    STOPS, AND STAYS ON THE TICKLER UNTIL IT IS RENEWED.
           IF RI-END-DATE NOT = ZERO
               AND RI-NEXT-GEN-DATE > RI-END-DATE
               SET RI-EXPIRED TO TRUE
               SET TEMPLATE-CHANGED TO TRUE
               ADD 1 TO EXPIRED-THIS-RUN-COUNT
               MOVE RI-END-DATE TO BILL-DATE-WS
               MOVE 'EXPIRED - CONTRACT ENDED' TO REGISTER-STATUS-WS
               PERFORM 620-WRITE-REGISTER-LINE
           END-IF.
           IF TEMPLATE-CHANGED
               REWRITE RECURRING-INVOICE-RECORD
               IF NOT RECURINV-OK
                   DISPLAY 'RECURRING INVOICE REWRITE PROBLEM'
                   MOVE '500-WORK-THE-TEMPLATE'
                      TO EL-PARAGRAPH
                   MOVE 'RECURRING INVOICE REWRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'RECURINV' TO EL-FILE-NAME
                   MOVE RECURINV-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       510-FIND-BILLING-DAY.
      *
      *    THE BILL IS DATED THE SCHEDULED DAY, OR THE NEXT BUSINESS
      *    DAY WHEN THAT IS A WEEKEND OR HOLIDAY.
           MOVE RI-NEXT-GEN-DATE TO BILL-DATE-WS.
           SET BDY-NEXT-BUSINESS-DAY TO TRUE.
           MOVE RI-NEXT-GEN-DATE TO BDY-DATE-IN.
           MOVE ZERO TO BDY-DAYS-TO-ADD.
           MOVE SPACES TO BDY-SITE-CODE.
           CALL 'BUSDAY' USING BUSDAY-PARMS-WS.
           IF BDY-OK
               MOVE BDY-DATE-OUT TO BILL-DATE-WS
           END-IF.
      *
       515-TEST-PERIOD-DUE.
      *
           MOVE 'N' TO PERIOD-DUE-WS.
           IF BILL-DATE-WS <= BD-BUSINESS-DATE
               AND PERIODS-GENERATED-WS < CATCH-UP-LIMIT
               AND (RI-END-DATE = ZERO
                    OR RI-NEXT-GEN-DATE <= RI-END-DATE)
               SET PERIOD-DUE TO TRUE
           END-IF.
      *
       520-GENERATE-ONE-PERIOD.
      *
           MOVE SPACES TO SUPPLIER-TRAN-RECORD.
           MOVE RI-WREHOUSE-NO TO ST-WREHOUSE-NO.
           MOVE RI-SUPPLR-NO   TO ST-SUPPLR-NO.
           SET ST-INVOICE TO TRUE.
           MOVE RI-AMOUNT      TO ST-AMOUNT.
           MOVE BILL-DATE-WS   TO ST-TRAN-DATE.
      *    THE INVOICE NUMBER NAMES THE TEMPLATE AND THE PERIOD, SO
      *    A PERIOD BILLED TWICE IS THE SAME INVOICE TWICE.
           STRING 'RC' RI-SUPPLR-NO RI-TEMPLATE-NO RI-NEXT-GEN-DATE
               DELIMITED BY SIZE INTO ST-INVOICE-NO
           END-STRING.
           MOVE ZERO TO ST-QUANTITY.
           SET ST-RECURRING-CONTRACT TO TRUE.
           WRITE SUPPLIER-TRAN-RECORD.
           IF NOT SUPLTRAN-OK
               DISPLAY 'RECURRING TRANSACTION WRITE PROBLEM'
               MOVE '520-GENERATE-ONE-PERIOD'
                  TO EL-PARAGRAPH
               MOVE 'RECURRING TRANSACTION WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RECURTRN' TO EL-FILE-NAME
               MOVE SUPLTRAN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO INVOICES-GENERATED-COUNT.
           ADD RI-AMOUNT TO INVOICES-GENERATED-TOTAL.
           MOVE 'INVOICE GENERATED' TO REGISTER-STATUS-WS.
           PERFORM 620-WRITE-REGISTER-LINE.
           ADD 1 TO PERIODS-GENERATED-WS.
           SET TEMPLATE-CHANGED TO TRUE.
           MOVE RI-NEXT-GEN-DATE TO RI-LAST-GEN-DATE.
           PERFORM 530-ADVANCE-NEXT-DATE.
           PERFORM 510-FIND-BILLING-DAY.
           PERFORM 515-TEST-PERIOD-DUE.
      *
       530-ADVANCE-NEXT-DATE.
      *
      *    MOVE ON BY THE FREQUENCY, KEEPING THE START DATE'S DAY OF
      *    THE MONTH - A CONTRACT STARTED THE 31ST BILLS THE LAST
      *    DAY OF THE SHORTER MONTHS AND THE 31ST AGAIN AFTER.
           EVALUATE TRUE
               WHEN RI-QUARTERLY
                   MOVE 3 TO MONTHS-TO-ADD-WS
               WHEN RI-ANNUAL
                   MOVE 12 TO MONTHS-TO-ADD-WS
               WHEN OTHER
                   MOVE 1 TO MONTHS-TO-ADD-WS
           END-EVALUATE.
           MOVE RI-NEXT-GEN-DATE TO NEXT-DATE-N-WS.
           MOVE RI-START-DATE TO START-DATE-N-WS.
           ADD MONTHS-TO-ADD-WS TO ND-MONTH.
           IF ND-MONTH > 12
               SUBTRACT 12 FROM ND-MONTH
               ADD 1 TO ND-YEAR
           END-IF.
           MOVE MONTH-LENGTH(ND-MONTH) TO DAYS-IN-MONTH-WS.
           IF ND-MONTH = 2
               DIVIDE ND-YEAR BY 4 GIVING LEAP-QUOTIENT-WS
                   REMAINDER LEAP-REMAINDER-WS
               IF LEAP-REMAINDER-WS = ZERO
                   MOVE 29 TO DAYS-IN-MONTH-WS
                   DIVIDE ND-YEAR BY 100 GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS = ZERO
                       DIVIDE ND-YEAR BY 400 GIVING LEAP-QUOTIENT-WS
                           REMAINDER LEAP-REMAINDER-WS
                       IF LEAP-REMAINDER-WS NOT = ZERO
                           MOVE 28 TO DAYS-IN-MONTH-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SD-DAY > DAYS-IN-MONTH-WS
               MOVE DAYS-IN-MONTH-WS TO ND-DAY
           ELSE
               MOVE SD-DAY TO ND-DAY
           END-IF.
           MOVE NEXT-DATE-N-WS TO RI-NEXT-GEN-DATE.
      *
       600-WRITE-TICKLER-LINE.
      *
           ADD 1 TO TICKLED-COUNT.
           MOVE RI-SUPPLR-NO TO SM-SUPPLR-NO, TD-SUPPLR-NO.
           READ SUPLMAST-FILE
               INVALID KEY
                   MOVE 'NOT ON SUPPLIER MASTER' TO SM-NAME
           END-READ.
           MOVE SM-NAME        TO TD-SUPPLR-NAME.
           MOVE RI-WREHOUSE-NO TO TD-WREHOUSE-NO.
           MOVE RI-TEMPLATE-NO TO TD-TEMPLATE-NO.
           MOVE RI-DESCRIPTION TO TD-DESCRIPTION.
           MOVE RI-AMOUNT      TO TD-AMOUNT.
           MOVE RI-END-DATE    TO TD-END-DATE.
           COMPUTE DAYS-LEFT-WS =
               FUNCTION INTEGER-OF-DATE(RI-END-DATE)
               - BUSINESS-DATE-INT.
           IF DAYS-LEFT-WS < ZERO
               MOVE ZERO TO TD-DAYS-LEFT
               MOVE '** EXPIRED **' TO TD-EXPIRED
           ELSE
               MOVE DAYS-LEFT-WS TO TD-DAYS-LEFT
               MOVE SPACES TO TD-EXPIRED
           END-IF.
           WRITE TICKLER-LINE FROM TICKLER-DETAIL-LINE.
      *
       620-WRITE-REGISTER-LINE.
      *
           MOVE RI-SUPPLR-NO   TO RG-SUPPLR-NO.
           MOVE RI-WREHOUSE-NO TO RG-WREHOUSE-NO.
           MOVE RI-TEMPLATE-NO TO RG-TEMPLATE-NO.
           MOVE RI-DESCRIPTION TO RG-DESCRIPTION.
           MOVE BILL-DATE-WS   TO RG-BILL-DATE.
           IF REGISTER-STATUS-WS = 'INVOICE GENERATED'
               MOVE RI-AMOUNT     TO RG-AMOUNT
               MOVE ST-INVOICE-NO TO RG-INVOICE-NO
           ELSE
               MOVE ZERO   TO RG-AMOUNT
               MOVE SPACES TO RG-INVOICE-NO
           END-IF.
           MOVE REGISTER-STATUS-WS TO RG-STATUS.
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE TEMPLATES-READ-COUNT     TO RT-READ.
           MOVE INVOICES-GENERATED-COUNT TO RT-GENERATED.
           MOVE INVOICES-GENERATED-TOTAL TO RT-AMOUNT.
           MOVE EXPIRED-THIS-RUN-COUNT   TO RT-EXPIRED.
           MOVE CATCH-UP-LIMIT-COUNT     TO RT-LIMITED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REGISTER-TOTALS-LINE.
           MOVE TICKLED-COUNT TO TT-TICKLED.
           MOVE SPACES TO TICKLER-LINE.
           WRITE TICKLER-LINE.
           WRITE TICKLER-LINE FROM TICKLER-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RECURINV-FILE, SUPLMAST-FILE, SUPLTRAN-FILE,
                 PRINTFILE, TICKLER-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

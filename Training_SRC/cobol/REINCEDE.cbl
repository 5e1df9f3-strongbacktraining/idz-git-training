      ******************************************************************
      * REINCEDE                                                       *
      * Quarterly ceded reinsurance premium and bordereau.  The        *
      * claims cycle cedes losses under TREATYMST and REINMAST         *
      * carries what each reinsurer owes back; this run prices the     *
      * premium owed the other way for the same cover.  Every PREMINV  *
      * invoice billed in the quarter (lapsed write-offs excepted) is  *
      * ceded to each treaty whose book (TR-POLICY-TYPE, zero for      *
      * all) and treaty years take it in: quota share at               *
      * TR-QUOTA-PERCENT of the written premium, excess of loss at     *
      * TR-XOL-RATE on the subject premium.  The quarter's open        *
      * REINMAST recoveries for the same treaties are the ceded        *
      * losses.  A bordereau for each reinsurer lists ceded premium    *
      * and ceded losses policy by policy, with the net due to or      *
      * from the reinsurer.                                            *
      *                                                                *
      * The CEDECTL card sets the run mode.  REPORT (the default)      *
      * prints the bordereaux only.  RELEASE settles them: the ceded   *
      * premium, the losses offset against it and the net remittance   *
      * go to GLPOST through GLFEED, the offset is applied to the      *
      * REINMAST recoveries, and a net amount due to a reinsurer is    *
      * paid through the treasury hub on the disbursement feed.  A     *
      * net amount due from a reinsurer stays open on REINMAST for     *
      * REINBILL to bill and REINCASH to collect.  RELEASE is run once *
      * per quarter; a second RELEASE would cede the premium again.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (CEDERPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINCEDE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDECTL-FILE
               ASSIGN TO UT-S-CEDECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CEDECTL-ST.
           SELECT TREATY-FILE
               ASSIGN TO UT-S-TREATY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-TREATY-ID
               FILE STATUS IS TREATY-ST.
           SELECT PREMINV-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMINV-ST.
           SELECT REINMAST-FILE
               ASSIGN TO UT-S-REINMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RECV-KEY
               FILE STATUS IS REINMAST-ST.
           SELECT DISBURSEMENT-FILE
               ASSIGN TO UT-S-DISBURSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISBURSE-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO CEDERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CEDECTL-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  CEDECTL-RECORD.
           05  CC-RUN-MODE               PIC X(7).
      *
       FD  TREATY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TREATY.
      *
       FD  PREMINV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  REINMAST-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY REINRECV.
      *
      * THE REINSURANCE REMITTANCES ARE CONCATENATED INTO THE SAME
      * TREASURY UPLOAD AS THE CLAIMS-SIDE PAYMENTS.
       FD  DISBURSEMENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISBURSEMENT-RECORD.
           05  DB-PAYMENT-REF-NO         PIC 9(9).
           05  DB-POLICY-NO              PIC 9(7).
           05  DB-PAYEE-NAME             PIC X(25).
           05  DB-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  DB-PAYMENT-DATE           PIC 9(8).
           05  DB-PROVIDER-CODE          PIC X(02).
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  CEDECTL-ST                 PIC X(2).
               88  CEDECTL-OK                     VALUE '00'.
           05  TREATY-ST                  PIC X(2).
               88  TREATY-OK                      VALUE '00'.
           05  PREMINV-ST                 PIC X(2).
               88  PREMINV-OK                     VALUE '00'.
           05  REINMAST-ST                PIC X(2).
               88  REINMAST-OK                    VALUE '00'.
           05  DISBURSE-ST                PIC X(2).
               88  DISBURSE-OK                    VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  TREATY-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-TREATIES               VALUE 'Y'.
           05  PREMINV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES               VALUE 'Y'.
           05  REINMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
           05  ENTRY-FOUND-WS             PIC X(1)  VALUE 'N'.
               88  ENTRY-FOUND                    VALUE 'Y'.
           05  RUN-MODE-WS                PIC X(7)  VALUE 'REPORT '.
               88  RELEASE-RUN                    VALUE 'RELEASE'.
      *
      * THE QUARTER HOLDING THE BUSINESS DATE.
       01  QUARTER-WORK-WS.
           05  QUARTER-START-DATE         PIC 9(8).
           05  QUARTER-START-PARTS REDEFINES QUARTER-START-DATE.
               10  QS-CCYY                PIC 9(4).
               10  QS-MM                  PIC 9(2).
               10  QS-DD                  PIC 9(2).
           05  QUARTER-END-DATE           PIC 9(8).
           05  NEXT-QUARTER-DATE          PIC 9(8).
           05  NEXT-QUARTER-PARTS REDEFINES NEXT-QUARTER-DATE.
               10  NQ-CCYY                PIC 9(4).
               10  NQ-MM                  PIC 9(2).
               10  NQ-DD                  PIC 9(2).
           05  QUARTER-END-INT            PIC S9(9) COMP.
           05  QUARTER-NO-WS              PIC 9(1).
       01  INVOICE-YEAR-WS                PIC 9(4).
      *
      * TREATIES IN FORCE, EACH POINTING AT ITS REINSURER'S ROW.
       01  TREATY-TABLE-WS.
           05  TREATY-COUNT               PIC 9(3) VALUE ZERO.
           05  TREATY-ENTRY OCCURS 100.
               10  TT-TREATY-ID           PIC X(4).
               10  TT-TREATY-TYPE         PIC X(1).
               10  TT-EFF-YEAR-FROM       PIC 9(4).
               10  TT-EFF-YEAR-TO         PIC 9(4).
               10  TT-POLICY-TYPE         PIC 9(1).
               10  TT-CEDING-RATE         PIC V9(4).
               10  TT-REINS-SUB           PIC 9(3).
       01  TREATY-SUB                     PIC 9(3).
      *
      * ONE ROW PER REINSURER, IN ORDER OF FIRST APPEARANCE ON THE
      * TREATY MASTER.  OFFSET-LEFT IS WHAT IS STILL TO BE APPLIED
      * TO THE RECOVERIES ON A RELEASE RUN.
       01  REINSURER-TABLE-WS.
           05  REINSURER-COUNT            PIC 9(3) VALUE ZERO.
           05  REINSURER-ENTRY OCCURS 100.
               10  RT-REINSURER-NAME      PIC X(20).
               10  RT-SUBJECT-PREMIUM     PIC S9(11)V99.
               10  RT-CEDED-PREMIUM       PIC S9(11)V99.
               10  RT-CEDED-LOSSES        PIC S9(11)V99.
               10  RT-OFFSET              PIC S9(11)V99.
               10  RT-OFFSET-LEFT         PIC S9(11)V99.
               10  RT-NET-DUE             PIC S9(11)V99.
       01  REINS-SUB                      PIC 9(3).
      *
      * POLICY-BY-POLICY CESSIONS, KEPT IN TREATY AND POLICY ORDER
      * FOR THE BORDEREAU.
       01  CESSION-TABLE-WS.
           05  CESSION-COUNT              PIC 9(4) VALUE ZERO.
           05  CESSION-ENTRY OCCURS 5000.
               10  CT-CESSION-KEY.
                   15  CT-TREATY-ID       PIC X(4).
                   15  CT-POLICY-NO       PIC 9(7).
               10  CT-SUBJECT-PREMIUM     PIC S9(9)V99.
               10  CT-CEDED-PREMIUM       PIC S9(9)V99.
               10  CT-CEDED-LOSSES        PIC S9(9)V99.
       01  CESSION-SUB                    PIC 9(4).
       01  SHIFT-SUB                      PIC 9(4).
       01  NEW-CESSION-KEY-WS.
           05  NC-TREATY-ID               PIC X(4).
           05  NC-POLICY-NO               PIC 9(7).
       01  CESSION-WORK-WS.
           05  CEDED-AMOUNT-WS            PIC S9(9)V99.
           05  OUTSTANDING-WS             PIC S9(9)V99.
           05  APPLY-AMOUNT-WS            PIC S9(9)V99.
       01  PAYMENT-REF-NO-WS              PIC 9(9) VALUE 700000000.
       01  RUN-TOTALS-WS.
           05  INVOICES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  INVOICES-CEDED-COUNT       PIC 9(7) VALUE ZERO.
           05  RECOVERIES-CEDED-COUNT     PIC 9(7) VALUE ZERO.
           05  RECOVERIES-OFFSET-COUNT    PIC 9(7) VALUE ZERO.
           05  REMITTANCE-COUNT           PIC 9(5) VALUE ZERO.
           05  RUN-CEDED-PREMIUM          PIC S9(11)V99 VALUE ZERO.
           05  RUN-CEDED-LOSSES           PIC S9(11)V99 VALUE ZERO.
           05  RUN-OFFSET                 PIC S9(11)V99 VALUE ZERO.
           05  RUN-REMITTED               PIC S9(11)V99 VALUE ZERO.
           05  RUN-DUE-FROM               PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(35) VALUE
                   "CEDED REINSURANCE BORDEREAU - Q".
           05  HDG-QUARTER-NO    PIC 9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-QUARTER-FROM  PIC XXXX/XX/XX.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  HDG-QUARTER-TO    PIC XXXX/XX/XX.
           05  FILLER            PIC X(12) VALUE "   RUN DATE ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(8)  VALUE "   MODE ".
           05  HDG-RUN-MODE      PIC X(7).
       01  REINSURER-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "REINSURER: ".
           05  RH-REINSURER-NAME PIC X(20).
       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "TREATY".
           05  FILLER            PIC X(6)  VALUE "TYPE".
           05  FILLER            PIC X(9)  VALUE "POLICY".
           05  FILLER            PIC X(20) VALUE
                   "     SUBJECT PREMIUM".
           05  FILLER            PIC X(20) VALUE
                   "       CEDED PREMIUM".
           05  FILLER            PIC X(20) VALUE
                   "        CEDED LOSSES".
       01  CESSION-LINE.
           05  CL-TREATY-ID      PIC X(4).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CL-TREATY-TYPE    PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CL-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  CL-SUBJECT        PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  CL-CEDED-PREMIUM  PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  CL-CEDED-LOSSES   PIC $$$,$$$,$$9.99.
       01  REINSURER-TOTAL-LINE.
           05  FILLER            PIC X(23) VALUE "  REINSURER TOTAL".
           05  RL-SUBJECT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RL-CEDED-PREMIUM  PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RL-CEDED-LOSSES   PIC $$,$$$,$$$,$$9.99.
       01  REINSURER-NET-LINE.
           05  FILLER            PIC X(23) VALUE "  LOSSES OFFSET".
           05  RN-OFFSET         PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RN-NET-TEXT       PIC X(20).
           05  RN-NET-DUE        PIC $$,$$$,$$$,$$9.99.
       01  RUN-TOTAL-LINE.
           05  FILLER            PIC X(16) VALUE "CEDED PREMIUM".
           05  GT-CEDED-PREMIUM  PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(16) VALUE "  CEDED LOSSES ".
           05  GT-CEDED-LOSSES   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(16) VALUE "  REMITTED ".
           05  GT-REMITTED       PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(16) VALUE "  DUE FROM ".
           05  GT-DUE-FROM       PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CEDE-INVOICE UNTIL NO-MORE-INVOICES.
           PERFORM 250-CEDE-RECOVERY UNTIL NO-MORE-RECEIVABLES.
           PERFORM 600-PRICE-SETTLEMENT
               VARYING REINS-SUB FROM 1 BY 1
               UNTIL REINS-SUB > REINSURER-COUNT.
           PERFORM 700-WRITE-BORDEREAU
               VARYING REINS-SUB FROM 1 BY 1
               UNTIL REINS-SUB > REINSURER-COUNT.
           PERFORM 780-WRITE-RUN-TOTALS.
           IF RELEASE-RUN
               PERFORM 800-RELEASE-SETTLEMENTS
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'REINCEDE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 120-SET-QUARTER.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-MODE-CONTROL.
           PERFORM 330-LOAD-TREATY UNTIL NO-MORE-TREATIES.
           MOVE LOW-VALUES TO RC-RECV-KEY.
           START REINMAST-FILE KEY IS NOT LESS THAN RC-RECV-KEY
               INVALID KEY
                   SET NO-MORE-RECEIVABLES TO TRUE
           END-START.
      *
       120-SET-QUARTER.
      *
      *    FIRST MONTH OF THE QUARTER IS 1, 4, 7 OR 10; THE QUARTER
      *    ENDS THE DAY BEFORE THE NEXT ONE STARTS.
           MOVE BD-BUSINESS-DATE TO QUARTER-START-DATE.
           COMPUTE QUARTER-NO-WS = (QS-MM - 1) / 3 + 1.
           COMPUTE QS-MM = (QUARTER-NO-WS - 1) * 3 + 1.
           MOVE 01 TO QS-DD.
           MOVE QUARTER-START-DATE TO NEXT-QUARTER-DATE.
           IF QUARTER-NO-WS = 4
               ADD 1 TO NQ-CCYY
               MOVE 01 TO NQ-MM
           ELSE
               ADD 3 TO NQ-MM
           END-IF.
           COMPUTE QUARTER-END-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-QUARTER-DATE) - 1.
           COMPUTE QUARTER-END-DATE =
               FUNCTION DATE-OF-INTEGER(QUARTER-END-INT).
           MOVE QUARTER-NO-WS TO HDG-QUARTER-NO.
           MOVE QUARTER-START-DATE TO HDG-QUARTER-FROM.
           MOVE QUARTER-END-DATE TO HDG-QUARTER-TO.
      *
       200-CEDE-INVOICE.
      *
           READ PREMINV-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   ADD 1 TO INVOICES-READ-COUNT
                   IF PI-BILL-DATE >= QUARTER-START-DATE
                       AND PI-BILL-DATE <= QUARTER-END-DATE
                       AND NOT PI-LAPSED-OFF
                       MOVE PI-BILL-DATE(1:4) TO INVOICE-YEAR-WS
                       PERFORM 500-CEDE-TO-TREATY
                           VARYING TREATY-SUB FROM 1 BY 1
                           UNTIL TREATY-SUB > TREATY-COUNT
                   END-IF
           END-READ.
      *
       250-CEDE-RECOVERY.
      *
      *    THE QUARTER'S RECOVERIES STILL OWED BY THE REINSURER ARE
      *    THE CEDED LOSSES NETTED AGAINST ITS PREMIUM.
           READ REINMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   IF (RC-OPEN OR RC-BILLED)
                       AND RC-SETUP-DATE >= QUARTER-START-DATE
                       AND RC-SETUP-DATE <= QUARTER-END-DATE
                       PERFORM 550-CEDE-LOSS
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT TREATY-FILE.
           IF NOT TREATY-OK
               DISPLAY 'TREATY MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TREATY MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'TREATY' TO EL-FILE-NAME
               MOVE TREATY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PREMINV-FILE.
           IF NOT PREMINV-OK
               DISPLAY 'PREMIUM INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PREMINV' TO EL-FILE-NAME
               MOVE PREMINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O REINMAST-FILE.
           IF NOT REINMAST-OK
               DISPLAY 'REINSURANCE RECEIVABLE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'REINSURANCE RECEIVABLE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'REINMAST' TO EL-FILE-NAME
               MOVE REINMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND DISBURSEMENT-FILE.
           IF NOT DISBURSE-OK
               DISPLAY 'DISBURSEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DISBURSEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DISBURSE' TO EL-FILE-NAME
               MOVE DISBURSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BORDEREAU REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BORDEREAU REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-MODE-CONTROL.
      *
      *    NO CARD, OR A BLANK ONE, IS A REPORT RUN.
           OPEN INPUT CEDECTL-FILE.
           IF CEDECTL-OK
               READ CEDECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-RUN-MODE NOT = SPACES
                           MOVE CC-RUN-MODE TO RUN-MODE-WS
                       END-IF
               END-READ
               CLOSE CEDECTL-FILE
           END-IF.
           MOVE RUN-MODE-WS TO HDG-RUN-MODE.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
      *
       330-LOAD-TREATY.
      *
           READ TREATY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TREATIES TO TRUE
               NOT AT END
                   PERFORM 340-ADD-TREATY-ENTRY
           END-READ.
      *
       340-ADD-TREATY-ENTRY.
      *
           IF TREATY-COUNT >= 100
               DISPLAY 'REINCEDE: TREATY TABLE OVERFLOW'
               MOVE '340-ADD-TREATY-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'REINCEDE: TREATY TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO TREATY-COUNT.
           MOVE TR-TREATY-ID TO TT-TREATY-ID(TREATY-COUNT).
           MOVE TR-TREATY-TYPE TO TT-TREATY-TYPE(TREATY-COUNT).
           MOVE TR-EFF-YEAR-FROM TO TT-EFF-YEAR-FROM(TREATY-COUNT).
           MOVE TR-EFF-YEAR-TO TO TT-EFF-YEAR-TO(TREATY-COUNT).
           MOVE TR-POLICY-TYPE TO TT-POLICY-TYPE(TREATY-COUNT).
           IF TR-QUOTA-SHARE
               MOVE TR-QUOTA-PERCENT TO TT-CEDING-RATE(TREATY-COUNT)
           ELSE
               MOVE TR-XOL-RATE TO TT-CEDING-RATE(TREATY-COUNT)
           END-IF.
           MOVE 'N' TO ENTRY-FOUND-WS.
           PERFORM 345-MATCH-REINSURER
               VARYING REINS-SUB FROM 1 BY 1
               UNTIL REINS-SUB > REINSURER-COUNT
               OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM REINS-SUB
           ELSE
               ADD 1 TO REINSURER-COUNT
               MOVE REINSURER-COUNT TO REINS-SUB
               MOVE TR-REINSURER-NAME TO RT-REINSURER-NAME(REINS-SUB)
               MOVE ZERO TO RT-SUBJECT-PREMIUM(REINS-SUB),
                   RT-CEDED-PREMIUM(REINS-SUB),
                   RT-CEDED-LOSSES(REINS-SUB), RT-OFFSET(REINS-SUB),
                   RT-OFFSET-LEFT(REINS-SUB), RT-NET-DUE(REINS-SUB)
           END-IF.
           MOVE REINS-SUB TO TT-REINS-SUB(TREATY-COUNT).
      *
       345-MATCH-REINSURER.
      *
           IF RT-REINSURER-NAME(REINS-SUB) = TR-REINSURER-NAME
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *
       500-CEDE-TO-TREATY.
      *
      *    THE TREATY TAKES THE INVOICE WHEN IT COVERS THE POLICY
      *    TYPE AND THE YEAR THE PREMIUM WAS WRITTEN IN.
           IF (TT-POLICY-TYPE(TREATY-SUB) = ZERO
               OR TT-POLICY-TYPE(TREATY-SUB) = PI-POLICY-TYPE)
               AND INVOICE-YEAR-WS >= TT-EFF-YEAR-FROM(TREATY-SUB)
               AND INVOICE-YEAR-WS <= TT-EFF-YEAR-TO(TREATY-SUB)
               COMPUTE CEDED-AMOUNT-WS ROUNDED =
                   PI-PREMIUM-AMOUNT * TT-CEDING-RATE(TREATY-SUB)
               MOVE TT-TREATY-ID(TREATY-SUB) TO NC-TREATY-ID
               MOVE PI-POLICY-NO TO NC-POLICY-NO
               PERFORM 520-FIND-CESSION
               ADD PI-PREMIUM-AMOUNT TO CT-SUBJECT-PREMIUM(CESSION-SUB)
               ADD CEDED-AMOUNT-WS TO CT-CEDED-PREMIUM(CESSION-SUB)
               MOVE TT-REINS-SUB(TREATY-SUB) TO REINS-SUB
               ADD PI-PREMIUM-AMOUNT TO RT-SUBJECT-PREMIUM(REINS-SUB)
               ADD CEDED-AMOUNT-WS TO RT-CEDED-PREMIUM(REINS-SUB)
               ADD 1 TO INVOICES-CEDED-COUNT
           END-IF.
      *
       520-FIND-CESSION.
      *
      *    LEAVES CESSION-SUB ON THE ROW FOR NEW-CESSION-KEY-WS,
      *    OPENING ONE IN KEY SEQUENCE WHEN THE PAIR IS NEW.
           MOVE 'N' TO ENTRY-FOUND-WS.
           PERFORM 525-MATCH-CESSION
               VARYING CESSION-SUB FROM 1 BY 1
               UNTIL CESSION-SUB > CESSION-COUNT
               OR ENTRY-FOUND.
           PERFORM 530-PLACE-CESSION THRU 530-PLACE-CESSION-EXIT.
      *
       525-MATCH-CESSION.
      *
           IF CT-CESSION-KEY(CESSION-SUB) NOT < NEW-CESSION-KEY-WS
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *
       530-PLACE-CESSION.
      *
      *    CESSION-SUB IS ONE PAST THE FIRST KEY NOT LOWER (FROM THE
      *    PERFORM) OR ONE PAST THE END OF THE TABLE.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CESSION-SUB
               IF CT-CESSION-KEY(CESSION-SUB) = NEW-CESSION-KEY-WS
                   GO TO 530-PLACE-CESSION-EXIT
               END-IF
           END-IF.
           IF CESSION-COUNT >= 5000
               DISPLAY 'REINCEDE: CESSION TABLE OVERFLOW'
               MOVE '530-PLACE-CESSION'
                  TO EL-PARAGRAPH
               MOVE 'REINCEDE: CESSION TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           PERFORM 535-SHIFT-CESSION
               VARYING SHIFT-SUB FROM CESSION-COUNT BY -1
               UNTIL SHIFT-SUB < CESSION-SUB.
           ADD 1 TO CESSION-COUNT.
           MOVE NEW-CESSION-KEY-WS TO CT-CESSION-KEY(CESSION-SUB).
           MOVE ZERO TO CT-SUBJECT-PREMIUM(CESSION-SUB),
               CT-CEDED-PREMIUM(CESSION-SUB),
               CT-CEDED-LOSSES(CESSION-SUB).
       530-PLACE-CESSION-EXIT.
           EXIT.
      *
       535-SHIFT-CESSION.
      *
           MOVE CESSION-ENTRY(SHIFT-SUB)
               TO CESSION-ENTRY(SHIFT-SUB + 1).
      *
       550-CEDE-LOSS.
      *
      *    A RECOVERY SET UP BEFORE THE TREATY MASTER EXISTED HAS NO
      *    TREATY AND BELONGS TO NO BORDEREAU.
           MOVE 'N' TO ENTRY-FOUND-WS.
           PERFORM 555-MATCH-TREATY
               VARYING TREATY-SUB FROM 1 BY 1
               UNTIL TREATY-SUB > TREATY-COUNT
               OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM TREATY-SUB
               COMPUTE OUTSTANDING-WS =
                   RC-RECOVERABLE-AMT - RC-CASH-APPLIED
               IF OUTSTANDING-WS > ZERO
                   MOVE RC-TREATY-ID TO NC-TREATY-ID
                   MOVE RC-POLICY-NO TO NC-POLICY-NO
                   PERFORM 520-FIND-CESSION
                   ADD OUTSTANDING-WS TO CT-CEDED-LOSSES(CESSION-SUB)
                   MOVE TT-REINS-SUB(TREATY-SUB) TO REINS-SUB
                   ADD OUTSTANDING-WS TO RT-CEDED-LOSSES(REINS-SUB)
                   ADD 1 TO RECOVERIES-CEDED-COUNT
               END-IF
           END-IF.
      *
       555-MATCH-TREATY.
      *
           IF TT-TREATY-ID(TREATY-SUB) = RC-TREATY-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *
       600-PRICE-SETTLEMENT.
      *
      *    THE LOSSES OFFSET THE PREMIUM UP TO THE SMALLER OF THE
      *    TWO; WHAT IS LEFT IS DUE TO THE REINSURER WHEN PREMIUM
      *    IS THE LARGER, OR FROM IT WHEN LOSSES ARE.
           IF RT-CEDED-LOSSES(REINS-SUB) < RT-CEDED-PREMIUM(REINS-SUB)
               MOVE RT-CEDED-LOSSES(REINS-SUB) TO RT-OFFSET(REINS-SUB)
           ELSE
               MOVE RT-CEDED-PREMIUM(REINS-SUB) TO RT-OFFSET(REINS-SUB)
           END-IF.
           MOVE RT-OFFSET(REINS-SUB) TO RT-OFFSET-LEFT(REINS-SUB).
           COMPUTE RT-NET-DUE(REINS-SUB) =
               RT-CEDED-PREMIUM(REINS-SUB) - RT-CEDED-LOSSES(REINS-SUB).
           ADD RT-CEDED-PREMIUM(REINS-SUB) TO RUN-CEDED-PREMIUM.
           ADD RT-CEDED-LOSSES(REINS-SUB) TO RUN-CEDED-LOSSES.
           ADD RT-OFFSET(REINS-SUB) TO RUN-OFFSET.
           IF RT-NET-DUE(REINS-SUB) > ZERO
               ADD RT-NET-DUE(REINS-SUB) TO RUN-REMITTED
           ELSE
               SUBTRACT RT-NET-DUE(REINS-SUB) FROM RUN-DUE-FROM
           END-IF.
      *
       700-WRITE-BORDEREAU.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RT-REINSURER-NAME(REINS-SUB) TO RH-REINSURER-NAME.
           WRITE PRINT-LINE FROM REINSURER-HEADING-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 710-WRITE-TREATY-CESSIONS
               VARYING TREATY-SUB FROM 1 BY 1
               UNTIL TREATY-SUB > TREATY-COUNT.
           MOVE RT-SUBJECT-PREMIUM(REINS-SUB) TO RL-SUBJECT.
           MOVE RT-CEDED-PREMIUM(REINS-SUB) TO RL-CEDED-PREMIUM.
           MOVE RT-CEDED-LOSSES(REINS-SUB) TO RL-CEDED-LOSSES.
           WRITE PRINT-LINE FROM REINSURER-TOTAL-LINE.
           MOVE RT-OFFSET(REINS-SUB) TO RN-OFFSET.
           IF RT-NET-DUE(REINS-SUB) < ZERO
               MOVE '   NET DUE FROM' TO RN-NET-TEXT
               COMPUTE RN-NET-DUE = ZERO - RT-NET-DUE(REINS-SUB)
           ELSE
               MOVE '   NET DUE TO' TO RN-NET-TEXT
               MOVE RT-NET-DUE(REINS-SUB) TO RN-NET-DUE
           END-IF.
           WRITE PRINT-LINE FROM REINSURER-NET-LINE.
      *
       710-WRITE-TREATY-CESSIONS.
      *
           IF TT-REINS-SUB(TREATY-SUB) = REINS-SUB
               PERFORM 720-WRITE-CESSION-LINE
                   VARYING CESSION-SUB FROM 1 BY 1
                   UNTIL CESSION-SUB > CESSION-COUNT
           END-IF.
      *
       720-WRITE-CESSION-LINE.
      *
           IF CT-TREATY-ID(CESSION-SUB) = TT-TREATY-ID(TREATY-SUB)
               MOVE CT-TREATY-ID(CESSION-SUB) TO CL-TREATY-ID
               IF TT-TREATY-TYPE(TREATY-SUB) = 'Q'
                   MOVE 'QS ' TO CL-TREATY-TYPE
               ELSE
                   MOVE 'XOL' TO CL-TREATY-TYPE
               END-IF
               MOVE CT-POLICY-NO(CESSION-SUB) TO CL-POLICY-NO
               MOVE CT-SUBJECT-PREMIUM(CESSION-SUB) TO CL-SUBJECT
               MOVE CT-CEDED-PREMIUM(CESSION-SUB) TO CL-CEDED-PREMIUM
               MOVE CT-CEDED-LOSSES(CESSION-SUB) TO CL-CEDED-LOSSES
               WRITE PRINT-LINE FROM CESSION-LINE
           END-IF.
      *
       780-WRITE-RUN-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RUN-CEDED-PREMIUM TO GT-CEDED-PREMIUM.
           MOVE RUN-CEDED-LOSSES TO GT-CEDED-LOSSES.
           MOVE RUN-REMITTED TO GT-REMITTED.
           MOVE RUN-DUE-FROM TO GT-DUE-FROM.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE.
      *
       800-RELEASE-SETTLEMENTS.
      *
      *    SECOND PASS OVER REINMAST APPLIES EACH REINSURER'S OFFSET
      *    TO ITS QUARTER'S RECOVERIES IN KEY ORDER, THEN THE JOURNALS
      *    AND REMITTANCES GO OUT.
           MOVE 'N' TO REINMAST-EOF-WS.
           MOVE LOW-VALUES TO RC-RECV-KEY.
           START REINMAST-FILE KEY IS NOT LESS THAN RC-RECV-KEY
               INVALID KEY
                   SET NO-MORE-RECEIVABLES TO TRUE
           END-START.
           PERFORM 810-OFFSET-RECOVERY UNTIL NO-MORE-RECEIVABLES.
           PERFORM 850-SETTLE-REINSURER
               VARYING REINS-SUB FROM 1 BY 1
               UNTIL REINS-SUB > REINSURER-COUNT.
      *
       810-OFFSET-RECOVERY.
      *
           READ REINMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   IF (RC-OPEN OR RC-BILLED)
                       AND RC-SETUP-DATE >= QUARTER-START-DATE
                       AND RC-SETUP-DATE <= QUARTER-END-DATE
                       PERFORM 820-APPLY-OFFSET
                   END-IF
           END-READ.
      *
       820-APPLY-OFFSET.
      *
           MOVE 'N' TO ENTRY-FOUND-WS.
           PERFORM 555-MATCH-TREATY
               VARYING TREATY-SUB FROM 1 BY 1
               UNTIL TREATY-SUB > TREATY-COUNT
               OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM TREATY-SUB
               MOVE TT-REINS-SUB(TREATY-SUB) TO REINS-SUB
               COMPUTE OUTSTANDING-WS =
                   RC-RECOVERABLE-AMT - RC-CASH-APPLIED
               IF OUTSTANDING-WS > ZERO
                   AND RT-OFFSET-LEFT(REINS-SUB) > ZERO
                   IF OUTSTANDING-WS < RT-OFFSET-LEFT(REINS-SUB)
                       MOVE OUTSTANDING-WS TO APPLY-AMOUNT-WS
                   ELSE
                       MOVE RT-OFFSET-LEFT(REINS-SUB)
                           TO APPLY-AMOUNT-WS
                   END-IF
                   ADD APPLY-AMOUNT-WS TO RC-CASH-APPLIED
                   SUBTRACT APPLY-AMOUNT-WS
                       FROM RT-OFFSET-LEFT(REINS-SUB)
                   IF RC-CASH-APPLIED >= RC-RECOVERABLE-AMT
                       SET RC-PAID TO TRUE
                   END-IF
                   REWRITE REINSURANCE-RECV-RECORD
                   IF NOT REINMAST-OK
                       DISPLAY 'REINSURANCE RECEIVABLE REWRITE PROBLEM'
                       MOVE '820-APPLY-OFFSET'
                          TO EL-PARAGRAPH
                       MOVE 'REINSURANCE RECEIVABLE REWRITE PROBLEM'
                          TO EL-ERROR-MESSAGE
                       MOVE 'REINMAST' TO EL-FILE-NAME
                       MOVE REINMAST-ST TO EL-FILE-STATUS
                       GO TO 999-ERROR-RTN
                   END-IF
                   ADD 1 TO RECOVERIES-OFFSET-COUNT
               END-IF
           END-IF.
      *
       850-SETTLE-REINSURER.
      *
      *    CEDED PREMIUM IS BOOKED AS PAYABLE TO THE REINSURER; THE
      *    OFFSET LOSSES CLEAR THAT MUCH OF THE PAYABLE AGAINST THE
      *    RECOVERABLE; ANY PAYABLE LEFT IS REMITTED THROUGH THE HUB.
           IF RT-CEDED-PREMIUM(REINS-SUB) > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'CEDEDPRM' TO GF-DEBIT-ACCOUNT
               MOVE 'REINPAYB' TO GF-CREDIT-ACCOUNT
               MOVE RT-CEDED-PREMIUM(REINS-SUB) TO GF-AMOUNT
               MOVE 'CEDED REINS PREMIUM' TO GF-DESCRIPTION
               PERFORM 860-WRITE-GL-FEED
           END-IF.
           IF RT-OFFSET(REINS-SUB) > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'REINPAYB' TO GF-DEBIT-ACCOUNT
               MOVE 'REINRECV' TO GF-CREDIT-ACCOUNT
               MOVE RT-OFFSET(REINS-SUB) TO GF-AMOUNT
               MOVE 'REINS LOSSES OFFSET' TO GF-DESCRIPTION
               PERFORM 860-WRITE-GL-FEED
           END-IF.
           IF RT-NET-DUE(REINS-SUB) > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'REINPAYB' TO GF-DEBIT-ACCOUNT
               MOVE 'CASH    ' TO GF-CREDIT-ACCOUNT
               MOVE RT-NET-DUE(REINS-SUB) TO GF-AMOUNT
               MOVE 'REINS PREMIUM REMITTED' TO GF-DESCRIPTION
               PERFORM 860-WRITE-GL-FEED
               PERFORM 870-WRITE-REMITTANCE
           END-IF.
      *
       860-WRITE-GL-FEED.
      *
           MOVE 'REINCEDE' TO GF-SOURCE-SYSTEM.
           WRITE GL-FEED-RECORD.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE WRITE PROBLEM'
               MOVE '860-WRITE-GL-FEED'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       870-WRITE-REMITTANCE.
      *
           ADD 1 TO PAYMENT-REF-NO-WS, REMITTANCE-COUNT.
           MOVE PAYMENT-REF-NO-WS TO DB-PAYMENT-REF-NO.
           MOVE ZERO TO DB-POLICY-NO.
           MOVE RT-REINSURER-NAME(REINS-SUB) TO DB-PAYEE-NAME.
           MOVE RT-NET-DUE(REINS-SUB) TO DB-PAYMENT-AMOUNT.
           MOVE BD-BUSINESS-DATE TO DB-PAYMENT-DATE.
           MOVE SPACES TO DB-PROVIDER-CODE.
           WRITE DISBURSEMENT-RECORD.
           IF NOT DISBURSE-OK
               DISPLAY 'DISBURSEMENT FILE WRITE PROBLEM'
               MOVE '870-WRITE-REMITTANCE'
                  TO EL-PARAGRAPH
               MOVE 'DISBURSEMENT FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DISBURSE' TO EL-FILE-NAME
               MOVE DISBURSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           DISPLAY 'REINCEDE: RUN MODE           ' RUN-MODE-WS.
           DISPLAY 'REINCEDE: INVOICES READ      ' INVOICES-READ-COUNT.
           DISPLAY 'REINCEDE: CESSIONS PRICED    ' INVOICES-CEDED-COUNT.
           DISPLAY 'REINCEDE: RECOVERIES CEDED   '
               RECOVERIES-CEDED-COUNT.
           DISPLAY 'REINCEDE: RECOVERIES OFFSET  '
               RECOVERIES-OFFSET-COUNT.
           DISPLAY 'REINCEDE: REMITTANCES        ' REMITTANCE-COUNT.
           CLOSE TREATY-FILE, PREMINV-FILE, REINMAST-FILE,
               DISBURSEMENT-FILE, GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * GRPBILL                                                        *
      * Employer group list billing.  Runs after PREMBILL: the PREMINV *
      * invoices are sorted by group and member (the SORT ... USING    *
      * ... GIVING idiom CUSTGEO uses) and every group's open member   *
      * invoices are gathered onto one consolidated group invoice -    *
      * this cycle's premiums as current charges, members still        *
      * unpaid from earlier cycles as past due.  Each group gets a     *
      * printed invoice addressed from GRPMAST with its member roster, *
      * and one GRPINV record for the mailing and receivable systems.  *
      * The member invoices themselves stay the receivable, so PREMPAY *
      * can spread the group's single remittance across them.          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (GRPBRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPBILL.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-ST.
           SELECT SORT-INVOICE-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-INVOICE-FILE
               ASSIGN TO UT-S-SRTINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SRTINV-ST.
           SELECT GRPMAST-FILE
               ASSIGN TO UT-S-GRPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-GROUP-NO
               FILE STATUS IS GRPMAST-ST.
           SELECT GROUP-INVOICE-FILE
               ASSIGN TO UT-S-GRPINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRPINV-ST.
           SELECT PRINTFILE
               ASSIGN TO GRPBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-FILE-RECORD           PIC X(80).
      *
      * ONLY THE SORT-KEY FIELDS ARE NAMED, MAPPED BY FILLER TO
      * THEIR BYTE OFFSETS IN THE PREMINV RECORD.
       SD  SORT-INVOICE-FILE.
       01  SORT-INVOICE-REC.
           05  FILLER                     PIC X(9).
           05  SRT-POLICY-NO              PIC 9(7).
           05  FILLER                     PIC X(52).
           05  SRT-GROUP-NO               PIC X(6).
           05  FILLER                     PIC X(6).
      *
       FD  SORTED-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  GRPMAST-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY GRPMAST.
      *
       FD  GROUP-INVOICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY GRPINV.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  INVOICE-ST                 PIC X(2).
               88  INVOICE-OK                     VALUE '00'.
           05  SRTINV-ST                  PIC X(2).
               88  SRTINV-OK                      VALUE '00'.
           05  GRPMAST-ST                 PIC X(2).
               88  GRPMAST-OK                     VALUE '00'.
           05  GRPINV-ST                  PIC X(2).
               88  GRPINV-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  SRTINV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES               VALUE 'Y'.
      *
      * GROUP NUMBERS ARE ISSUED FROM THEIR OWN RANGE SO A GROUP
      * INVOICE IS NEVER MISTAKEN FOR A MEMBER INVOICE.
       01  GROUP-WORK-WS.
           05  GROUP-INVOICE-NO-WS        PIC 9(9)  VALUE 900000000.
           05  PREV-GROUP-NO              PIC X(6)  VALUE SPACES.
           05  GROUP-DUE-DATE-WS          PIC 9(8).
           05  GROUP-MEMBER-COUNT         PIC 9(5).
           05  GROUP-CURRENT-TOTAL        PIC 9(9)V99.
           05  GROUP-PAST-DUE-COUNT       PIC 9(5).
           05  GROUP-PAST-DUE-TOTAL       PIC 9(9)V99.
           05  GROUP-AMOUNT-DUE           PIC 9(9)V99.
       01  RUN-TOTALS-WS.
           05  INVOICES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  MEMBERS-BILLED-COUNT       PIC 9(7) VALUE ZERO.
           05  GROUPS-BILLED-COUNT        PIC 9(5) VALUE ZERO.
           05  RUN-CURRENT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  RUN-PAST-DUE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  GROUP-HEADING-ONE.
           05  FILLER            PIC X(26) VALUE
                   "EMPLOYER GROUP LIST BILL  ".
           05  FILLER            PIC X(9)  VALUE "INVOICE ".
           05  GH-INVOICE-NO     PIC 9(9).
           05  FILLER            PIC X(12) VALUE "   BILLED ".
           05  GH-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(9)  VALUE "   DUE ".
           05  GH-DUE-DATE       PIC XXXX/XX/XX.
       01  GROUP-ADDRESS-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  GA-TEXT           PIC X(60).
       01  GROUP-HEADING-TWO.
           05  FILLER            PIC X(13) VALUE "POLICY".
           05  FILLER            PIC X(27) VALUE "MEMBER".
           05  FILLER            PIC X(11) VALUE "INVOICE".
           05  FILLER            PIC X(12) VALUE "BILLED".
           05  FILLER            PIC X(15) VALUE "       PREMIUM".
           05  FILLER            PIC X(10) VALUE "  STATUS".
       01  ROSTER-LINE.
           05  RL-POLICY-NO      PIC 9B999B999.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-FIRST-NAME     PIC X(11).
           05  RL-LAST-NAME      PIC X(16).
           05  RL-INVOICE-NO     PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-PREMIUM        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-STATUS         PIC X(10).
       01  GROUP-TOTAL-LINE.
           05  GT-LABEL          PIC X(36).
           05  GT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  GT-AMOUNT         PIC $$$,$$$,$$9.99.
       01  RUN-TOTAL-LINE.
           05  RT-LABEL          PIC X(36).
           05  RT-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  RT-AMOUNT         PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-INVOICE UNTIL NO-MORE-INVOICES.
           IF PREV-GROUP-NO NOT = SPACES
               PERFORM 550-CLOSE-GROUP-INVOICE
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'GRPBILL' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 310-SORT-INVOICES.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-INVOICE.
      *
       200-PROCESS-INVOICE.
      *
      *    ONLY OPEN MEMBER INVOICES OF A GROUP ARE LIST BILLED; A
      *    LAPSED-OFF MEMBER HAS LEFT THE GROUP'S BILL AND IS
      *    COLLECTED FROM THE MEMBER.
           ADD 1 TO INVOICES-READ-COUNT.
           IF PI-GROUP-NO NOT = SPACES AND PI-OPEN
               IF PI-GROUP-NO NOT = PREV-GROUP-NO
                   IF PREV-GROUP-NO NOT = SPACES
                       PERFORM 550-CLOSE-GROUP-INVOICE
                   END-IF
                   PERFORM 500-OPEN-GROUP-INVOICE
               END-IF
               PERFORM 600-WRITE-ROSTER-LINE
           END-IF.
           PERFORM 400-READ-INVOICE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT SORTED-INVOICE-FILE.
           IF NOT SRTINV-OK
               DISPLAY 'SORTED INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SORTED INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SRTINV' TO EL-FILE-NAME
               MOVE SRTINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT GRPMAST-FILE.
           IF NOT GRPMAST-OK
               DISPLAY 'GROUP MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GRPMAST' TO EL-FILE-NAME
               MOVE GRPMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GROUP-INVOICE-FILE.
           IF NOT GRPINV-OK
               DISPLAY 'GROUP INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GRPINV' TO EL-FILE-NAME
               MOVE GRPINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'GROUP LIST BILL REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GROUP LIST BILL REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-SORT-INVOICES.
      *
           SORT SORT-INVOICE-FILE
               ON ASCENDING KEY SRT-GROUP-NO
               ON ASCENDING KEY SRT-POLICY-NO
               USING INVOICE-FILE
               GIVING SORTED-INVOICE-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PREMIUM INVOICE SORT PROBLEM'
               MOVE '310-SORT-INVOICES'
                  TO EL-PARAGRAPH
               MOVE 'PREMIUM INVOICE SORT PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       400-READ-INVOICE.
      *
           READ SORTED-INVOICE-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
           END-READ.
      *
       500-OPEN-GROUP-INVOICE.
      *
           MOVE PI-GROUP-NO TO PREV-GROUP-NO, GM-GROUP-NO.
           READ GRPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT GRPMAST-OK
      *        PREMBILL ONLY STAMPS GROUPS IT FOUND ON FILE, SO THE
      *        GROUP WAS DELETED SINCE; THE BILL STILL GOES OUT.
               DISPLAY 'GRPBILL: GROUP ' PI-GROUP-NO
                   ' NOT ON GROUP MASTER - NO ADDRESS'
               MOVE SPACES TO GROUP-MASTER-RECORD
               MOVE PI-GROUP-NO TO GM-GROUP-NO
               MOVE '*** GROUP NOT ON FILE ***' TO GM-GROUP-NAME
           END-IF.
           ADD 1 TO GROUP-INVOICE-NO-WS, GROUPS-BILLED-COUNT.
           MOVE ZERO TO GROUP-MEMBER-COUNT, GROUP-CURRENT-TOTAL,
                        GROUP-PAST-DUE-COUNT, GROUP-PAST-DUE-TOTAL,
                        GROUP-DUE-DATE-WS.
           MOVE GROUP-INVOICE-NO-WS TO GH-INVOICE-NO.
           MOVE BD-BUSINESS-DATE TO GH-BILL-DATE.
      *    THE HEADING IS PRINTED BEFORE THE DUE DATE IS KNOWN; THE
      *    TOTAL LINES CARRY IT.
           MOVE SPACES TO GH-DUE-DATE.
           WRITE PRINT-LINE FROM GROUP-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO GA-TEXT.
           STRING GM-GROUP-NO ' ' GM-GROUP-NAME
               DELIMITED BY SIZE INTO GA-TEXT
           END-STRING.
           WRITE PRINT-LINE FROM GROUP-ADDRESS-LINE
               AFTER ADVANCING 2.
           MOVE GM-ADDRESS-LINE-1 TO GA-TEXT.
           WRITE PRINT-LINE FROM GROUP-ADDRESS-LINE
               AFTER ADVANCING 1.
           IF GM-ADDRESS-LINE-2 NOT = SPACES
               MOVE GM-ADDRESS-LINE-2 TO GA-TEXT
               WRITE PRINT-LINE FROM GROUP-ADDRESS-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO GA-TEXT.
           STRING GM-CITY DELIMITED BY '  '
                  ' ' GM-STATE '  ' GM-ZIP
               DELIMITED BY SIZE INTO GA-TEXT
           END-STRING.
           WRITE PRINT-LINE FROM GROUP-ADDRESS-LINE
               AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM GROUP-HEADING-TWO
               AFTER ADVANCING 2.
      *
       550-CLOSE-GROUP-INVOICE.
      *
           COMPUTE GROUP-AMOUNT-DUE =
               GROUP-CURRENT-TOTAL + GROUP-PAST-DUE-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           MOVE 'CURRENT PREMIUM - MEMBERS' TO GT-LABEL.
           MOVE GROUP-MEMBER-COUNT TO GT-COUNT.
           MOVE GROUP-CURRENT-TOTAL TO GT-AMOUNT.
           WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'PAST DUE - MEMBERS' TO GT-LABEL.
           MOVE GROUP-PAST-DUE-COUNT TO GT-COUNT.
           MOVE GROUP-PAST-DUE-TOTAL TO GT-AMOUNT.
           WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO GT-LABEL.
           STRING 'TOTAL DUE BY ' GROUP-DUE-DATE-WS(1:4) '/'
                  GROUP-DUE-DATE-WS(5:2) '/' GROUP-DUE-DATE-WS(7:2)
               DELIMITED BY SIZE INTO GT-LABEL
           END-STRING.
           MOVE ZERO TO GT-COUNT.
           MOVE GROUP-AMOUNT-DUE TO GT-AMOUNT.
           WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE SPACES TO GROUP-INVOICE-RECORD.
           MOVE GROUP-INVOICE-NO-WS   TO GI-GROUP-INVOICE-NO.
           MOVE GM-GROUP-NO           TO GI-GROUP-NO.
           MOVE GM-GROUP-NAME         TO GI-GROUP-NAME.
           MOVE GROUP-MEMBER-COUNT    TO GI-MEMBER-COUNT.
           MOVE GROUP-CURRENT-TOTAL   TO GI-CURRENT-PREMIUM.
           MOVE GROUP-PAST-DUE-COUNT  TO GI-PAST-DUE-COUNT.
           MOVE GROUP-PAST-DUE-TOTAL  TO GI-PAST-DUE.
           MOVE BD-BUSINESS-DATE      TO GI-BILL-DATE.
           MOVE GROUP-DUE-DATE-WS     TO GI-DUE-DATE.
           WRITE GROUP-INVOICE-RECORD.
           IF NOT GRPINV-OK
               DISPLAY 'GROUP INVOICE WRITE PROBLEM'
               MOVE '550-CLOSE-GROUP-INVOICE'
                  TO EL-PARAGRAPH
               MOVE 'GROUP INVOICE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GRPINV' TO EL-FILE-NAME
               MOVE GRPINV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
           ADD GROUP-CURRENT-TOTAL TO RUN-CURRENT-TOTAL.
           ADD GROUP-PAST-DUE-TOTAL TO RUN-PAST-DUE-TOTAL.
      *
       600-WRITE-ROSTER-LINE.
      *
      *    THIS CYCLE'S INVOICES ARE CURRENT CHARGES AND SET THE
      *    GROUP'S DUE DATE; ANY OLDER OPEN INVOICE IS PAST DUE.
           MOVE PI-POLICY-NO TO RL-POLICY-NO.
           INSPECT RL-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PI-FIRST-NAME TO RL-FIRST-NAME.
           MOVE PI-LAST-NAME TO RL-LAST-NAME.
           MOVE PI-INVOICE-NO TO RL-INVOICE-NO.
           MOVE PI-BILL-DATE TO RL-BILL-DATE.
           MOVE PI-PREMIUM-AMOUNT TO RL-PREMIUM.
           IF PI-BILL-DATE = BD-BUSINESS-DATE
               MOVE 'CURRENT' TO RL-STATUS
               ADD 1 TO GROUP-MEMBER-COUNT, MEMBERS-BILLED-COUNT
               ADD PI-PREMIUM-AMOUNT TO GROUP-CURRENT-TOTAL
               IF PI-DUE-DATE > GROUP-DUE-DATE-WS
                   MOVE PI-DUE-DATE TO GROUP-DUE-DATE-WS
               END-IF
           ELSE
               MOVE 'PAST DUE' TO RL-STATUS
               ADD 1 TO GROUP-PAST-DUE-COUNT
               ADD PI-PREMIUM-AMOUNT TO GROUP-PAST-DUE-TOTAL
           END-IF.
           WRITE PRINT-LINE FROM ROSTER-LINE
               AFTER ADVANCING 1.
      *
       700-WRITE-TOTALS.
      *
           MOVE 'GROUP LIST BILLING TOTALS' TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE 'GROUP INVOICES ISSUED' TO RT-LABEL.
           MOVE GROUPS-BILLED-COUNT TO RT-COUNT.
           MOVE ZERO TO RT-AMOUNT.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE 'CURRENT MEMBER PREMIUM' TO RT-LABEL.
           MOVE MEMBERS-BILLED-COUNT TO RT-COUNT.
           MOVE RUN-CURRENT-TOTAL TO RT-AMOUNT.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'PAST DUE CARRIED FORWARD' TO RT-LABEL.
           MOVE ZERO TO RT-COUNT.
           MOVE RUN-PAST-DUE-TOTAL TO RT-AMOUNT.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING 1.
           DISPLAY 'GRPBILL: INVOICES READ ' INVOICES-READ-COUNT
                   ' GROUPS BILLED ' GROUPS-BILLED-COUNT
                   ' MEMBERS ' MEMBERS-BILLED-COUNT.
      *
       900-WRAP-UP.
           CLOSE SORTED-INVOICE-FILE, GRPMAST-FILE,
                 GROUP-INVOICE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

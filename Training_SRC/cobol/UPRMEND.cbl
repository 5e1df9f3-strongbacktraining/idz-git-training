      ******************************************************************
      * UPRMEND                                                        *
      * Month-end unearned premium reserve.  A paid invoice covers     *
      * its bill date through its due date; when that span runs past   *
      * the end of the month, the part of the premium for the days     *
      * still to come has been collected but not yet earned.  This run *
      * prices that part for every PAID invoice on PREMINV straddling  *
      * the period end - daily pro-rata through SAFEDIV, the same      *
      * fraction PREMRFND refunds with - and totals the reserve by     *
      * policy type and the member's state (policy to member through   *
      * PARTYXRF, member to state from the customer master).  The      *
      * month's reserve is kept on UPRBAL beside last month's, and the *
      * change between them goes to GLPOST through the GLFEED layout   *
      * as one journal pair.  A rerun for a period already on file     *
      * posts only the adjustment to what was booked the first time.   *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (UPRMRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRMEND.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMINV-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMINV-ST.
           SELECT XREF-FILE
               ASSIGN TO UT-S-PARTYXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS XREF-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT UPRBAL-FILE
               ASSIGN TO UT-S-UPRBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-BALANCE-KEY
               FILE STATUS IS UPRBAL-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO UPRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PREMINV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARTYXRF.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  UPRBAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY UPRBAL.
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
           05  PREMINV-ST                 PIC X(2).
               88  PREMINV-OK                     VALUE '00'.
           05  XREF-ST                    PIC X(2).
               88  XREF-OK                        VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  UPRBAL-ST                  PIC X(2).
               88  UPRBAL-OK                      VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PREMINV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES               VALUE 'Y'.
           05  XREF-EOF-WS                PIC X(1)  VALUE 'N'.
               88  NO-MORE-XREFS                  VALUE 'Y'.
           05  UPRBAL-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-BALANCES               VALUE 'Y'.
           05  MEMBER-FOUND-WS            PIC X(1)  VALUE 'N'.
               88  MEMBER-FOUND                   VALUE 'Y'.
           05  BUCKET-FOUND-WS            PIC X(1)  VALUE 'N'.
               88  BUCKET-FOUND                   VALUE 'Y'.
      *    'Y' WHEN LAST MONTH LEFT ROWS ON UPRBAL; 'Y' IN THE SECOND
      *    SWITCH WHEN THIS PERIOD HAS ALREADY BEEN RESERVED ONCE.
           05  PRIOR-ON-FILE-WS           PIC X(1)  VALUE 'N'.
               88  PRIOR-ON-FILE                  VALUE 'Y'.
           05  PERIOD-ON-FILE-WS          PIC X(1)  VALUE 'N'.
               88  PERIOD-ON-FILE                 VALUE 'Y'.
      *
      * THE PERIOD BEING RESERVED - THE CALENDAR MONTH OF THE
      * BUSINESS DATE, ENDING ON ITS LAST CALENDAR DAY EVEN WHEN
      * THE LAST BUSINESS DAY FALLS EARLIER.
       01  PERIOD-WORK-WS.
           05  PERIOD-END-DATE-WS         PIC 9(8).
           05  PERIOD-END-PARTS REDEFINES PERIOD-END-DATE-WS.
               10  PE-CCYY                PIC 9(4).
               10  PE-MM                  PIC 9(2).
               10  PE-DD                  PIC 9(2).
           05  CURRENT-PERIOD-WS          PIC 9(6).
           05  PRIOR-PERIOD-WS            PIC 9(6).
           05  WORK-DATE-WS               PIC 9(8).
           05  PERIOD-END-INT             PIC S9(9) COMP.
           05  MONTH-START-INT            PIC S9(9) COMP.
       01  RESERVE-WORK-WS.
           05  COVER-START-INT            PIC S9(9) COMP.
           05  COVER-END-INT              PIC S9(9) COMP.
           05  COVER-DAYS-WS              PIC S9(5).
           05  UNEARNED-DAYS-WS           PIC S9(5).
           05  UNEARNED-AMOUNT-WS         PIC S9(7)V99.
           05  INVOICE-STATE-WS           PIC X(2).
           05  LAST-POLICY-WS             PIC 9(7)  VALUE ZERO.
           05  LAST-STATE-WS              PIC X(2)  VALUE SPACES.
       01  SAFEDIV-FIELDS-WS.
           05  SAFEDIV-DIVIDEND           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-DIVISOR            PIC S9(9)V99 COMP-3.
           05  SAFEDIV-QUOTIENT           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-RETURN-CD          PIC S9(4).
               88  SAFEDIV-OK                     VALUE 0.
      *
      * POLICY-TO-CUSTOMER MAP BUILT FROM THE PARTYXRF 'P' LINKS.
       01  POLICY-CUST-MAP-WS.
           05  POLICY-MAP-COUNT           PIC 9(4) VALUE ZERO.
           05  POLICY-MAP-ENTRY OCCURS 5000.
               10  PC-POLICY-NO           PIC 9(7).
               10  PC-CUST-ID             PIC X(5).
       01  MAP-SUB                        PIC 9(4).
      *
      * ONE BUCKET PER POLICY TYPE AND STATE, KEPT IN KEY ORDER SO
      * THE REGISTER PRINTS AND UPRBAL LOADS IN SEQUENCE.  PRIOR IS
      * LAST MONTH'S ROW; BOOKED IS THIS PERIOD'S ROW FROM AN EARLIER
      * RUN, WHEN THERE WAS ONE.
       01  UPR-TABLE-WS.
           05  UPR-BUCKET-COUNT           PIC 9(3) VALUE ZERO.
           05  UPR-BUCKET OCCURS 300.
               10  UT-BUCKET-KEY.
                   15  UT-POLICY-TYPE     PIC 9(1).
                   15  UT-STATE           PIC X(2).
               10  UT-INVOICE-COUNT       PIC 9(7).
               10  UT-RESERVE             PIC S9(11)V99.
               10  UT-PRIOR               PIC S9(11)V99.
               10  UT-BOOKED              PIC S9(11)V99.
               10  UT-ON-FILE             PIC X(1).
       01  UPR-SUB                        PIC 9(3).
       01  SHIFT-SUB                      PIC 9(3).
       01  NEW-BUCKET-KEY-WS.
           05  NB-POLICY-TYPE             PIC 9(1).
           05  NB-STATE                   PIC X(2).
       01  TYPE-SUB                       PIC 9(1).
       01  LAST-TYPE-WS                   PIC 9(1).
       01  RUN-TOTALS-WS.
           05  INVOICES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  INVOICES-RESERVED-COUNT    PIC 9(7) VALUE ZERO.
           05  NO-STATE-COUNT             PIC 9(7) VALUE ZERO.
           05  ROWS-WRITTEN-COUNT         PIC 9(5) VALUE ZERO.
           05  TYPE-INVOICE-COUNT         PIC 9(7) VALUE ZERO.
           05  TYPE-RESERVE               PIC S9(11)V99 VALUE ZERO.
           05  TYPE-PRIOR                 PIC S9(11)V99 VALUE ZERO.
           05  RUN-INVOICE-COUNT          PIC 9(7) VALUE ZERO.
           05  RUN-RESERVE                PIC S9(11)V99 VALUE ZERO.
           05  RUN-PRIOR                  PIC S9(11)V99 VALUE ZERO.
           05  RUN-BOOKED                 PIC S9(11)V99 VALUE ZERO.
           05  NET-CHANGE-WS              PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "UNEARNED PREMIUM RESERVE - PERIOD".
           05  HDG-PERIOD-END    PIC XXXX/XX/XX.
           05  FILLER            PIC X(12) VALUE "   RUN DATE ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(18) VALUE "POLICY TYPE".
           05  FILLER            PIC X(7)  VALUE "STATE".
           05  FILLER            PIC X(10) VALUE "  INVOICES".
           05  FILLER            PIC X(20) VALUE
                   "       PRIOR RESERVE".
           05  FILLER            PIC X(20) VALUE
                   "     CURRENT RESERVE".
           05  FILLER            PIC X(20) VALUE
                   "              CHANGE".
       01  RESERVE-LINE.
           05  RL-TYPE-NAME      PIC X(18).
           05  RL-STATE          PIC X(2).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  RL-INVOICE-COUNT  PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RL-PRIOR          PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RL-RESERVE        PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-CHANGE         PIC $$,$$$,$$$,$$9.99-.
       01  TYPE-NAMES-WS.
           05  FILLER            PIC X(18) VALUE "1 EMPLOYER".
           05  FILLER            PIC X(18) VALUE "2 MEDICARE".
           05  FILLER            PIC X(18) VALUE "3 AFFORDABLE CARE".
           05  FILLER            PIC X(18) VALUE "  OTHER/UNKNOWN".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAMES-WS.
           05  TYPE-NAME         PIC X(18) OCCURS 4.
       01  PRIOR-STATUS-LINE.
           05  FILLER            PIC X(28) VALUE
                   "PRIOR RESERVE TAKEN FROM    ".
           05  PS-PRIOR-PERIOD   PIC 9(6).
           05  PS-STATUS-TEXT    PIC X(40).
       01  NET-CHANGE-LINE.
           05  FILLER            PIC X(28) VALUE
                   "CHANGE POSTED TO GL         ".
           05  NL-NET-CHANGE     PIC $$,$$$,$$$,$$9.99-.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "INVOICES NO STATE  ".
           05  NL-NO-STATE       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 150-LOAD-BALANCES UNTIL NO-MORE-BALANCES.
           PERFORM 200-RESERVE-INVOICE UNTIL NO-MORE-INVOICES.
           PERFORM 600-STORE-BUCKET
               VARYING UPR-SUB FROM 1 BY 1
               UNTIL UPR-SUB > UPR-BUCKET-COUNT.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'UPRMEND' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           IF NOT BD-MONTH-END-DAY
               DISPLAY 'UPRMEND: BUSINESS DATE ' BD-BUSINESS-DATE
                   ' IS NOT A MONTH-END DAY'
           END-IF.
           PERFORM 120-SET-PERIOD.
           MOVE PERIOD-END-DATE-WS TO HDG-PERIOD-END.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-XREF-MAP UNTIL NO-MORE-XREFS.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *    LAST MONTH'S ROWS AND ANY EARLIER RUN'S ROWS FOR THIS
      *    PERIOD SIT NEXT TO EACH OTHER ON THE KEY.
           MOVE PRIOR-PERIOD-WS TO UB-PERIOD.
           MOVE ZERO TO UB-POLICY-TYPE.
           MOVE LOW-VALUES TO UB-STATE.
           START UPRBAL-FILE KEY IS NOT LESS THAN UB-BALANCE-KEY
               INVALID KEY
                   SET NO-MORE-BALANCES TO TRUE
           END-START.
      *
       120-SET-PERIOD.
      *
      *    LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE
      *    NEXT; LAST MONTH ENDS THE DAY BEFORE THE FIRST OF THIS.
           MOVE BD-BUSINESS-DATE TO PERIOD-END-DATE-WS.
           MOVE PERIOD-END-DATE-WS(1:6) TO CURRENT-PERIOD-WS.
           MOVE 01 TO PE-DD.
           COMPUTE MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(PERIOD-END-DATE-WS).
           IF PE-MM = 12
               ADD 1 TO PE-CCYY
               MOVE 01 TO PE-MM
           ELSE
               ADD 1 TO PE-MM
           END-IF.
           COMPUTE PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(PERIOD-END-DATE-WS) - 1.
           COMPUTE PERIOD-END-DATE-WS =
               FUNCTION DATE-OF-INTEGER(PERIOD-END-INT).
           COMPUTE WORK-DATE-WS =
               FUNCTION DATE-OF-INTEGER(MONTH-START-INT - 1).
           MOVE WORK-DATE-WS(1:6) TO PRIOR-PERIOD-WS.
      *
       150-LOAD-BALANCES.
      *
           READ UPRBAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BALANCES TO TRUE
               NOT AT END
                   IF UB-PERIOD > CURRENT-PERIOD-WS
                       SET NO-MORE-BALANCES TO TRUE
                   ELSE
                       PERFORM 160-LOAD-ONE-BALANCE
                   END-IF
           END-READ.
      *
       160-LOAD-ONE-BALANCE.
      *
           MOVE UB-POLICY-TYPE TO NB-POLICY-TYPE.
           MOVE UB-STATE TO NB-STATE.
           PERFORM 520-FIND-BUCKET.
           IF UB-PERIOD = PRIOR-PERIOD-WS
               SET PRIOR-ON-FILE TO TRUE
               ADD UB-RESERVE-AMOUNT TO UT-PRIOR(UPR-SUB)
           ELSE
               SET PERIOD-ON-FILE TO TRUE
               MOVE 'Y' TO UT-ON-FILE(UPR-SUB)
               ADD UB-RESERVE-AMOUNT TO UT-BOOKED(UPR-SUB)
           END-IF.
      *
       200-RESERVE-INVOICE.
      *
           READ PREMINV-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   ADD 1 TO INVOICES-READ-COUNT
                   IF PI-PAID
                       PERFORM 500-PRICE-UNEARNED
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
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
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK
               DISPLAY 'PARTY XREF FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PARTY XREF FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PARTYXRF' TO EL-FILE-NAME
               MOVE XREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT CUSTFILE.
           IF NOT CUSTFILE-OK
               DISPLAY 'CUSTOMER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUST' TO EL-FILE-NAME
               MOVE CUSTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O UPRBAL-FILE.
           IF NOT UPRBAL-OK
               DISPLAY 'UPR BALANCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'UPR BALANCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'UPRBAL' TO EL-FILE-NAME
               MOVE UPRBAL-ST TO EL-FILE-STATUS
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
               DISPLAY 'UPR REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'UPR REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       330-LOAD-XREF-MAP.
      *
           READ XREF-FILE NEXT RECORD
               AT END
                   SET NO-MORE-XREFS TO TRUE
               NOT AT END
                   IF PX-POLICY-LINK
                       PERFORM 340-ADD-XREF-ENTRY
                   END-IF
           END-READ.
      *
       340-ADD-XREF-ENTRY.
      *
           IF POLICY-MAP-COUNT >= 5000
               DISPLAY 'UPRMEND: POLICY MAP OVERFLOW'
               MOVE '340-ADD-XREF-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'UPRMEND: POLICY MAP OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO POLICY-MAP-COUNT.
           MOVE PX-LINK-NO TO PC-POLICY-NO(POLICY-MAP-COUNT).
           MOVE PX-CUST-ID TO PC-CUST-ID(POLICY-MAP-COUNT).
      *
       500-PRICE-UNEARNED.
      *
      *    ONLY COVERAGE THAT STARTED BY THE PERIOD END AND RUNS PAST
      *    IT LEAVES ANYTHING UNEARNED; THE UNEARNED DAYS ARE THOSE
      *    AFTER THE PERIOD END, OUT OF THE INVOICE'S WHOLE SPAN.
           COMPUTE COVER-START-INT =
               FUNCTION INTEGER-OF-DATE(PI-BILL-DATE).
           COMPUTE COVER-END-INT =
               FUNCTION INTEGER-OF-DATE(PI-DUE-DATE).
           COMPUTE COVER-DAYS-WS = COVER-END-INT - COVER-START-INT.
           COMPUTE UNEARNED-DAYS-WS = COVER-END-INT - PERIOD-END-INT.
           IF COVER-START-INT > PERIOD-END-INT
               OR UNEARNED-DAYS-WS <= ZERO OR COVER-DAYS-WS <= ZERO
               NEXT SENTENCE
           ELSE
               IF UNEARNED-DAYS-WS > COVER-DAYS-WS
                   MOVE COVER-DAYS-WS TO UNEARNED-DAYS-WS
               END-IF
               COMPUTE SAFEDIV-DIVIDEND =
                   PI-PREMIUM-AMOUNT * UNEARNED-DAYS-WS
               MOVE COVER-DAYS-WS TO SAFEDIV-DIVISOR
               CALL 'SAFEDIV' USING SAFEDIV-DIVIDEND,
                   SAFEDIV-DIVISOR, SAFEDIV-QUOTIENT,
                   SAFEDIV-RETURN-CD
               IF SAFEDIV-OK AND SAFEDIV-QUOTIENT > ZERO
                   MOVE SAFEDIV-QUOTIENT TO UNEARNED-AMOUNT-WS
                   PERFORM 510-FIND-STATE
                   MOVE PI-POLICY-TYPE TO NB-POLICY-TYPE
                   MOVE INVOICE-STATE-WS TO NB-STATE
                   PERFORM 520-FIND-BUCKET
                   ADD 1 TO UT-INVOICE-COUNT(UPR-SUB)
                   ADD UNEARNED-AMOUNT-WS TO UT-RESERVE(UPR-SUB)
                   ADD 1 TO INVOICES-RESERVED-COUNT
               END-IF
           END-IF.
      *
       510-FIND-STATE.
      *
      *    PREMINV RUNS IN POLICY ORDER, SO A POLICY'S INVOICES
      *    SHARE ONE LOOKUP.  NO LINK OR NO CUSTOMER ROW RESERVES
      *    UNDER STATE '??' RATHER THAN DROPPING THE PREMIUM.
           IF PI-POLICY-NO = LAST-POLICY-WS
               MOVE LAST-STATE-WS TO INVOICE-STATE-WS
           ELSE
               MOVE '??' TO INVOICE-STATE-WS
               MOVE 'N' TO MEMBER-FOUND-WS
               PERFORM 515-MATCH-POLICY-MAP
                   VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > POLICY-MAP-COUNT
                   OR MEMBER-FOUND
               IF MEMBER-FOUND
                   MOVE PC-CUST-ID(MAP-SUB) TO
                       CUST-ID OF CUST-MASTER-RECORD
                   MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD
                   READ CUSTFILE
                       INVALID KEY
                           MOVE 'N' TO MEMBER-FOUND-WS
                   END-READ
                   IF MEMBER-FOUND
                       AND STATE OF CUST-MASTER-RECORD NOT = SPACES
                       MOVE STATE OF CUST-MASTER-RECORD
                           TO INVOICE-STATE-WS
                   END-IF
               END-IF
               MOVE PI-POLICY-NO TO LAST-POLICY-WS
               MOVE INVOICE-STATE-WS TO LAST-STATE-WS
           END-IF.
           IF INVOICE-STATE-WS = '??'
               ADD 1 TO NO-STATE-COUNT
           END-IF.
      *
       515-MATCH-POLICY-MAP.
      *
           IF PC-POLICY-NO(MAP-SUB) = PI-POLICY-NO
               SET MEMBER-FOUND TO TRUE
      *        PERFORM VARYING LEAVES MAP-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM MAP-SUB
           END-IF.
      *
       520-FIND-BUCKET.
      *
      *    LEAVES UPR-SUB ON THE BUCKET FOR NEW-BUCKET-KEY-WS, OPENING
      *    ONE IN KEY SEQUENCE WHEN THE TYPE AND STATE ARE NEW.
           MOVE 'N' TO BUCKET-FOUND-WS.
           PERFORM 525-MATCH-BUCKET
               VARYING UPR-SUB FROM 1 BY 1
               UNTIL UPR-SUB > UPR-BUCKET-COUNT
               OR BUCKET-FOUND.
           PERFORM 530-PLACE-BUCKET THRU 530-PLACE-BUCKET-EXIT.
      *
       525-MATCH-BUCKET.
      *
           IF UT-BUCKET-KEY(UPR-SUB) NOT < NEW-BUCKET-KEY-WS
               SET BUCKET-FOUND TO TRUE
           END-IF.
      *
       530-PLACE-BUCKET.
      *
      *    UPR-SUB IS EITHER ON THE FIRST HIGHER KEY (ONE PAST IT,
      *    FROM THE PERFORM) OR ONE PAST THE END OF THE TABLE.
           IF BUCKET-FOUND
               SUBTRACT 1 FROM UPR-SUB
               IF UT-BUCKET-KEY(UPR-SUB) = NEW-BUCKET-KEY-WS
                   GO TO 530-PLACE-BUCKET-EXIT
               END-IF
           END-IF.
           IF UPR-BUCKET-COUNT >= 300
               DISPLAY 'UPRMEND: RESERVE TABLE OVERFLOW'
               MOVE '530-PLACE-BUCKET'
                  TO EL-PARAGRAPH
               MOVE 'UPRMEND: RESERVE TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           PERFORM 535-SHIFT-BUCKET
               VARYING SHIFT-SUB FROM UPR-BUCKET-COUNT BY -1
               UNTIL SHIFT-SUB < UPR-SUB.
           ADD 1 TO UPR-BUCKET-COUNT.
           MOVE NEW-BUCKET-KEY-WS TO UT-BUCKET-KEY(UPR-SUB).
           MOVE ZERO TO UT-INVOICE-COUNT(UPR-SUB), UT-RESERVE(UPR-SUB),
               UT-PRIOR(UPR-SUB), UT-BOOKED(UPR-SUB).
           MOVE 'N' TO UT-ON-FILE(UPR-SUB).
       530-PLACE-BUCKET-EXIT.
           EXIT.
      *
       535-SHIFT-BUCKET.
      *
           MOVE UPR-BUCKET(SHIFT-SUB) TO UPR-BUCKET(SHIFT-SUB + 1).
      *
       600-STORE-BUCKET.
      *
      *    EVERY BUCKET GETS A ROW FOR THE PERIOD - ONE THAT RAN OFF
      *    TO ZERO STILL CARRIES ITS PRIOR AND THE RELEASE.
           MOVE SPACES TO UPR-BALANCE-RECORD.
           MOVE CURRENT-PERIOD-WS TO UB-PERIOD.
           MOVE UT-POLICY-TYPE(UPR-SUB) TO UB-POLICY-TYPE.
           MOVE UT-STATE(UPR-SUB) TO UB-STATE.
           MOVE UT-INVOICE-COUNT(UPR-SUB) TO UB-INVOICE-COUNT.
           MOVE UT-RESERVE(UPR-SUB) TO UB-RESERVE-AMOUNT.
           MOVE UT-PRIOR(UPR-SUB) TO UB-PRIOR-RESERVE.
           COMPUTE UB-CHANGE-AMOUNT =
               UT-RESERVE(UPR-SUB) - UT-PRIOR(UPR-SUB).
           MOVE PERIOD-END-DATE-WS TO UB-PERIOD-END-DATE.
           MOVE BD-BUSINESS-DATE TO UB-RUN-DATE.
           IF UT-ON-FILE(UPR-SUB) = 'Y'
               REWRITE UPR-BALANCE-RECORD
           ELSE
               WRITE UPR-BALANCE-RECORD
           END-IF.
           IF NOT UPRBAL-OK
               DISPLAY 'UPR BALANCE FILE WRITE PROBLEM'
               MOVE '600-STORE-BUCKET'
                  TO EL-PARAGRAPH
               MOVE 'UPR BALANCE FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'UPRBAL' TO EL-FILE-NAME
               MOVE UPRBAL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO ROWS-WRITTEN-COUNT.
      *
       700-WRITE-TOTALS.
      *
           PERFORM 710-WRITE-BUCKET-LINE
               VARYING UPR-SUB FROM 1 BY 1
               UNTIL UPR-SUB > UPR-BUCKET-COUNT.
           IF UPR-BUCKET-COUNT > ZERO
               PERFORM 720-WRITE-TYPE-TOTAL
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL' TO RL-TYPE-NAME.
           MOVE SPACES TO RL-STATE.
           MOVE RUN-INVOICE-COUNT TO RL-INVOICE-COUNT.
           MOVE RUN-PRIOR TO RL-PRIOR.
           MOVE RUN-RESERVE TO RL-RESERVE.
           COMPUTE RL-CHANGE = RUN-RESERVE - RUN-PRIOR.
           WRITE PRINT-LINE FROM RESERVE-LINE.
      *    THE JOURNAL MOVES THE LEDGER FROM WHAT IT ALREADY HOLDS -
      *    LAST MONTH'S RESERVE, OR THIS PERIOD'S FIRST RUN ON A RERUN.
           IF PERIOD-ON-FILE
               COMPUTE NET-CHANGE-WS = RUN-RESERVE - RUN-BOOKED
           ELSE
               COMPUTE NET-CHANGE-WS = RUN-RESERVE - RUN-PRIOR
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PRIOR-PERIOD-WS TO PS-PRIOR-PERIOD.
           IF PRIOR-ON-FILE
               MOVE SPACES TO PS-STATUS-TEXT
           ELSE
               MOVE ' - NO ROWS ON FILE, PRIOR TAKEN AS ZERO'
                   TO PS-STATUS-TEXT
           END-IF.
           WRITE PRINT-LINE FROM PRIOR-STATUS-LINE.
           IF PERIOD-ON-FILE
               MOVE CURRENT-PERIOD-WS TO PS-PRIOR-PERIOD
               MOVE ' - RERUN, POSTS ONLY THE ADJUSTMENT'
                   TO PS-STATUS-TEXT
               WRITE PRINT-LINE FROM PRIOR-STATUS-LINE
           END-IF.
           MOVE NET-CHANGE-WS TO NL-NET-CHANGE.
           MOVE NO-STATE-COUNT TO NL-NO-STATE.
           WRITE PRINT-LINE FROM NET-CHANGE-LINE.
      *
       710-WRITE-BUCKET-LINE.
      *
           IF UPR-SUB > 1
               AND UT-POLICY-TYPE(UPR-SUB) NOT = LAST-TYPE-WS
               PERFORM 720-WRITE-TYPE-TOTAL
           END-IF.
           MOVE UT-POLICY-TYPE(UPR-SUB) TO LAST-TYPE-WS.
           IF UT-POLICY-TYPE(UPR-SUB) >= 1
               AND UT-POLICY-TYPE(UPR-SUB) <= 3
               MOVE UT-POLICY-TYPE(UPR-SUB) TO TYPE-SUB
           ELSE
               MOVE 4 TO TYPE-SUB
           END-IF.
           MOVE TYPE-NAME(TYPE-SUB) TO RL-TYPE-NAME.
           MOVE UT-STATE(UPR-SUB) TO RL-STATE.
           MOVE UT-INVOICE-COUNT(UPR-SUB) TO RL-INVOICE-COUNT.
           MOVE UT-PRIOR(UPR-SUB) TO RL-PRIOR.
           MOVE UT-RESERVE(UPR-SUB) TO RL-RESERVE.
           COMPUTE RL-CHANGE = UT-RESERVE(UPR-SUB) - UT-PRIOR(UPR-SUB).
           WRITE PRINT-LINE FROM RESERVE-LINE.
           ADD UT-INVOICE-COUNT(UPR-SUB) TO TYPE-INVOICE-COUNT,
               RUN-INVOICE-COUNT.
           ADD UT-RESERVE(UPR-SUB) TO TYPE-RESERVE, RUN-RESERVE.
           ADD UT-PRIOR(UPR-SUB) TO TYPE-PRIOR, RUN-PRIOR.
           ADD UT-BOOKED(UPR-SUB) TO RUN-BOOKED.
      *
       720-WRITE-TYPE-TOTAL.
      *
           MOVE '  TYPE TOTAL' TO RL-TYPE-NAME.
           MOVE SPACES TO RL-STATE.
           MOVE TYPE-INVOICE-COUNT TO RL-INVOICE-COUNT.
           MOVE TYPE-PRIOR TO RL-PRIOR.
           MOVE TYPE-RESERVE TO RL-RESERVE.
           COMPUTE RL-CHANGE = TYPE-RESERVE - TYPE-PRIOR.
           WRITE PRINT-LINE FROM RESERVE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ZERO TO TYPE-INVOICE-COUNT, TYPE-RESERVE, TYPE-PRIOR.
      *
       750-WRITE-GL-FEED.
      *
      *    ONE PAIR FOR THE CHANGE - A GROWING RESERVE DEFERS PREMIUM
      *    OUT OF REVENUE, A SHRINKING ONE EARNS IT BACK.
           IF NET-CHANGE-WS NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'UPRMEND ' TO GF-SOURCE-SYSTEM
               IF NET-CHANGE-WS > ZERO
                   MOVE 'PREMREV ' TO GF-DEBIT-ACCOUNT
                   MOVE 'UPRRESV ' TO GF-CREDIT-ACCOUNT
                   MOVE NET-CHANGE-WS TO GF-AMOUNT
               ELSE
                   MOVE 'UPRRESV ' TO GF-DEBIT-ACCOUNT
                   MOVE 'PREMREV ' TO GF-CREDIT-ACCOUNT
                   COMPUTE GF-AMOUNT = ZERO - NET-CHANGE-WS
               END-IF
               MOVE 'UNEARNED PREMIUM RESERVE' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               IF NOT GLFEED-OK
                   DISPLAY 'GL FEED FILE WRITE PROBLEM'
                   MOVE '750-WRITE-GL-FEED'
                      TO EL-PARAGRAPH
                   MOVE 'GL FEED FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'GLFEED' TO EL-FILE-NAME
                   MOVE GLFEED-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       900-WRAP-UP.
           DISPLAY 'UPRMEND: INVOICES READ     ' INVOICES-READ-COUNT.
           DISPLAY 'UPRMEND: INVOICES RESERVED '
               INVOICES-RESERVED-COUNT.
           DISPLAY 'UPRMEND: RESERVE ROWS      ' ROWS-WRITTEN-COUNT.
           CLOSE PREMINV-FILE, XREF-FILE, CUSTFILE, UPRBAL-FILE,
               GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

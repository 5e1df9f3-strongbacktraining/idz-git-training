      ******************************************************************
      * IDCARDX                                                        *
      * Nightly member ID card extract for the card vendor.  Every     *
      * active policy on POLMAST is compared with its latest card on   *
      * the CARDHIST issue history: a policy with no card yet (issued  *
      * by POLISSUE) or whose name, plan type or effective date has    *
      * changed since its last card (endorsed through POLMNT) is due   *
      * a new one, as is any policy named on a CARDREQ reprint card.   *
      * The card record carries the member's name, policy number,      *
      * plan, effective date, the member's mailing address from the    *
      * customer master (policy to member through PARTYXRF) and the    *
      * plan's customer-service phone, a CARD-PHONE-n parameter on     *
      * the central parameter file.  The extract goes out inside the   *
      * standard ENVCHK envelope, and each card is added to CARDHIST.  *
      * A member with no address on file is held and listed on the     *
      * register; nothing goes to the history for that member, so the  *
      * card goes out the first night the address is there.  So is a   *
      * member whose mail the post office has returned (the CONTPREF   *
      * bad-address flag), who also goes on the MAILSUPP mail-         *
      * suppressed report; the card follows the address change.        *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (CARDRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCARDX.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
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
           SELECT CARDHIST-FILE
               ASSIGN TO UT-S-CARDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS CARDHIST-ST.
           SELECT CARDREQ-FILE
               ASSIGN TO UT-S-CARDREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARDREQ-ST.
           SELECT IDCARD-FILE
               ASSIGN TO UT-S-IDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IDCARD-ST.
           SELECT PRINTFILE
               ASSIGN TO CARDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT MAILSUPP-FILE
               ASSIGN TO MAILSUPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAILSUPP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
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
       FD  CARDHIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CARDHIST.
      *
      * REPRINT REQUESTS KEYED BY MEMBER SERVICES - OPTIONAL, A
      * NIGHT WITH NO REQUESTS HAS NO FILE.
       FD  CARDREQ-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CARD-REQUEST-RECORD.
           05  RQ-POLICY-NO              PIC 9(7).
           05  RQ-REQUESTED-BY           PIC X(8).
           05  FILLER                    PIC X(5).
      *
       FD  IDCARD-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY IDCARD.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
      *
      * CONTACT PREFERENCES - OPTIONAL: WITHOUT THE FILE NO CARD IS
      * HELD FOR A RETURNED ADDRESS.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  MAILSUPP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAILSUPP-PRINT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  XREF-ST                    PIC X(2).
               88  XREF-OK                        VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  CARDHIST-ST                PIC X(2).
               88  CARDHIST-OK                    VALUE '00'.
           05  CARDREQ-ST                 PIC X(2).
               88  CARDREQ-OK                     VALUE '00'.
           05  IDCARD-ST                  PIC X(2).
               88  IDCARD-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  POLMAST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-POLICIES               VALUE 'Y'.
           05  XREF-EOF-WS                PIC X(1)  VALUE 'N'.
               88  NO-MORE-XREFS                  VALUE 'Y'.
           05  CARDREQ-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-REQUESTS               VALUE 'Y'.
           05  CARDHIST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CARDS                  VALUE 'Y'.
           05  MEMBER-FOUND-WS            PIC X(1)  VALUE 'N'.
               88  MEMBER-FOUND                   VALUE 'Y'.
           05  REQUEST-FOUND-WS           PIC X(1)  VALUE 'N'.
               88  REQUEST-FOUND                  VALUE 'Y'.
           05  LAST-CARD-FOUND-WS         PIC X(1)  VALUE 'N'.
               88  LAST-CARD-FOUND                VALUE 'Y'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CONTPREF-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  MAILSUPP-ST                PIC X(2).
               88  MAILSUPP-OK                    VALUE '00'.
      *
      * POLICY-TO-CUSTOMER MAP BUILT FROM THE PARTYXRF 'P' LINKS.
       01  POLICY-CUST-MAP-WS.
           05  POLICY-MAP-COUNT           PIC 9(4) VALUE ZERO.
           05  POLICY-MAP-ENTRY OCCURS 5000.
               10  PC-POLICY-NO           PIC 9(7).
               10  PC-CUST-ID             PIC X(5).
       01  MAP-SUB                        PIC 9(4).
      *
      * THE NIGHT'S REPRINT REQUESTS; USED IS SET WHEN THE POLICY
      * TURNS UP ACTIVE ON POLMAST.
       01  REQUEST-TABLE-WS.
           05  REQUEST-COUNT              PIC 9(3) VALUE ZERO.
           05  REQUEST-ENTRY OCCURS 500.
               10  RT-POLICY-NO           PIC 9(7).
               10  RT-REQUESTED-BY        PIC X(8).
               10  RT-USED                PIC X(1).
       01  REQUEST-SUB                    PIC 9(3).
      *
      * THE POLICY'S LATEST CARD, AND THE ONE ABOUT TO BE ISSUED.
       01  LAST-CARD-WS.
           05  LC-ISSUE-SEQ               PIC 9(3).
           05  LC-LAST-NAME               PIC X(15).
           05  LC-FIRST-NAME              PIC X(10).
           05  LC-POLICY-TYPE             PIC 9(1).
           05  LC-EFFECTIVE-DATE          PIC 9(8).
       01  NEW-CARD-WS.
           05  NC-ISSUE-REASON            PIC X(1).
               88  NC-NO-CARD-DUE                 VALUE SPACE.
           05  NC-REQUESTED-BY            PIC X(8).
           05  NC-SERVICE-PHONE           PIC X(12).
       01  HELD-REASON-WS                 PIC X(24).
      *
      * PLAN NAMES AND THE COMPILED CUSTOMER-SERVICE NUMBERS, USED
      * WHEN CARD-PHONE-1/2/3 ARE NOT ON THE PARAMETER FILE.
       01  PLAN-NAMES-WS.
           05  FILLER            PIC X(18) VALUE "EMPLOYER GROUP".
           05  FILLER            PIC X(18) VALUE "MEDICARE".
           05  FILLER            PIC X(18) VALUE "AFFORDABLE CARE".
           05  FILLER            PIC X(18) VALUE "OTHER".
       01  PLAN-NAME-TABLE REDEFINES PLAN-NAMES-WS.
           05  PLAN-NAME         PIC X(18) OCCURS 4.
       01  PLAN-PHONES-WS.
           05  FILLER            PIC X(12) VALUE "800-555-0101".
           05  FILLER            PIC X(12) VALUE "800-555-0102".
           05  FILLER            PIC X(12) VALUE "800-555-0103".
           05  FILLER            PIC X(12) VALUE "800-555-0100".
       01  PLAN-PHONE-TABLE REDEFINES PLAN-PHONES-WS.
           05  PLAN-PHONE        PIC X(12) OCCURS 4.
       01  PLAN-SUB                       PIC 9(1).
           COPY GPARMCOB.
       01  CARD-HEADER-WS.
           05  CD-HDR-RECORD-TYPE         PIC X(1)  VALUE 'H'.
           05  CD-HDR-SOURCE              PIC X(8)  VALUE 'IDCARD'.
           05  CD-HDR-BUSINESS-DATE       PIC 9(8).
           05  FILLER                     PIC X(133) VALUE SPACES.
       01  CARD-TRAILER-WS.
           05  CD-TRL-RECORD-TYPE         PIC X(1)  VALUE 'T'.
           05  CD-TRL-RECORD-COUNT        PIC 9(9).
           05  CD-TRL-AMOUNT-HASH         PIC 9(13)V99 VALUE ZERO.
           05  FILLER                     PIC X(125) VALUE SPACES.
       01  RUN-TOTALS-WS.
           05  POLICIES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  NEW-CARD-COUNT             PIC 9(7) VALUE ZERO.
           05  CHANGE-CARD-COUNT          PIC 9(7) VALUE ZERO.
           05  REPRINT-CARD-COUNT         PIC 9(7) VALUE ZERO.
           05  CARDS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05  REQUESTS-UNMATCHED-COUNT   PIC 9(5) VALUE ZERO.
           05  CARDS-WRITTEN-COUNT        PIC 9(9) VALUE ZERO.
           COPY BUSDTCOB.
           COPY MAILSUPP.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "MEMBER ID CARD ISSUE REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "POLICY".
           05  FILLER            PIC X(28) VALUE "MEMBER".
           05  FILLER            PIC X(20) VALUE "PLAN".
           05  FILLER            PIC X(5)  VALUE "SEQ".
           05  FILLER            PIC X(26) VALUE "ACTION".
       01  CARD-DETAIL-LINE.
           05  CD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-FIRST-NAME     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  CD-LAST-NAME      PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PLAN-NAME      PIC X(18).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-ISSUE-SEQ      PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-ACTION         PIC X(26).
           05  CD-REQUESTED-BY   PIC X(8).
       01  CARD-TOTALS-LINE.
           05  FILLER            PIC X(12) VALUE "NEW MEMBER ".
           05  CT-NEW            PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE "  CHANGED  ".
           05  CT-CHANGE         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE "  REPRINT  ".
           05  CT-REPRINT        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE "  HELD     ".
           05  CT-HELD           PIC ZZZ,ZZ9.
           05  FILLER            PIC X(20) VALUE
                   "  REPRINTS UNMATCHED".
           05  CT-UNMATCHED      PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-POLICY UNTIL NO-MORE-POLICIES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'IDCARDX' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, CD-HDR-BUSINESS-DATE.
           PERFORM 150-GET-PLAN-PHONES.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-XREF-MAP UNTIL NO-MORE-XREFS.
           PERFORM 350-LOAD-REQUESTS.
           WRITE ID-CARD-RECORD FROM CARD-HEADER-WS.
           IF NOT IDCARD-OK
               DISPLAY 'ID CARD EXTRACT WRITE PROBLEM'
               MOVE '100-HOUSEKEEPING'
                  TO EL-PARAGRAPH
               MOVE 'ID CARD EXTRACT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'IDCARD' TO EL-FILE-NAME
               MOVE IDCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-PLAN-PHONES.
      *
      *    CARD-PHONE-1/2/3 OVERRIDE THE COMPILED NUMBERS, SO A NEW
      *    SERVICE LINE IS A PARAMETER CHANGE, NOT A PROGRAM CHANGE.
           MOVE 'IDCARDX' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           PERFORM 160-GET-ONE-PHONE
               VARYING PLAN-SUB FROM 1 BY 1
               UNTIL PLAN-SUB > 3.
      *
       160-GET-ONE-PHONE.
      *
           MOVE SPACES TO GP-PARM-NAME.
           STRING 'CARD-PHONE-' PLAN-SUB DELIMITED BY SIZE
               INTO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE NOT = SPACES
               MOVE GP-PARM-VALUE TO PLAN-PHONE(PLAN-SUB)
           END-IF.
      *
       200-CHECK-POLICY.
      *
           READ POLMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-POLICIES TO TRUE
               NOT AT END
                   ADD 1 TO POLICIES-READ-COUNT
                   IF PM-ACTIVE
                       PERFORM 500-DECIDE-CARD
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT POLMAST-FILE.
           IF NOT POLMAST-OK
               DISPLAY 'POLICY MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POLICY MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POLMAST' TO EL-FILE-NAME
               MOVE POLMAST-ST TO EL-FILE-STATUS
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
           OPEN I-O CARDHIST-FILE.
           IF NOT CARDHIST-OK
               DISPLAY 'CARD HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CARD HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CARDHIST' TO EL-FILE-NAME
               MOVE CARDHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT IDCARD-FILE.
           IF NOT IDCARD-OK
               DISPLAY 'ID CARD EXTRACT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ID CARD EXTRACT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'IDCARD' TO EL-FILE-NAME
               MOVE IDCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CARD REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CARD REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT CONTPREF-FILE.
           IF CONTPREF-OK
               MOVE 'Y' TO CONTPREF-AVAILABLE-WS
           ELSE
               DISPLAY 'CONTACT PREF FILE UNAVAILABLE - NO CARDS '
                   'HELD FOR RETURNED MAIL'
           END-IF.
           OPEN EXTEND MAILSUPP-FILE.
           IF NOT MAILSUPP-OK
               DISPLAY 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'MAIL SUPPRESSED REPORT OPEN PROBLEM'
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
               DISPLAY 'IDCARDX: POLICY MAP OVERFLOW'
               MOVE '340-ADD-XREF-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'IDCARDX: POLICY MAP OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO POLICY-MAP-COUNT.
           MOVE PX-LINK-NO TO PC-POLICY-NO(POLICY-MAP-COUNT).
           MOVE PX-CUST-ID TO PC-CUST-ID(POLICY-MAP-COUNT).
      *
       350-LOAD-REQUESTS.
      *
           OPEN INPUT CARDREQ-FILE.
           IF NOT CARDREQ-OK
               DISPLAY 'IDCARDX: NO REPRINT REQUESTS TONIGHT'
           ELSE
               PERFORM 360-READ-REQUEST UNTIL NO-MORE-REQUESTS
               CLOSE CARDREQ-FILE
           END-IF.
      *
       360-READ-REQUEST.
      *
           READ CARDREQ-FILE
               AT END
                   SET NO-MORE-REQUESTS TO TRUE
               NOT AT END
                   IF REQUEST-COUNT >= 500
                       DISPLAY 'IDCARDX: REPRINT REQUEST IGNORED '
                           RQ-POLICY-NO
                   ELSE
                       ADD 1 TO REQUEST-COUNT
                       MOVE RQ-POLICY-NO
                           TO RT-POLICY-NO(REQUEST-COUNT)
                       MOVE RQ-REQUESTED-BY
                           TO RT-REQUESTED-BY(REQUEST-COUNT)
                       MOVE 'N' TO RT-USED(REQUEST-COUNT)
                   END-IF
           END-READ.
      *
       500-DECIDE-CARD.
      *
      *    NO CARD YET IS A NEW MEMBER; A NAME, PLAN OR EFFECTIVE
      *    DATE DIFFERENT FROM THE LAST CARD NEEDS A NEW ONE; A
      *    REPRINT REQUEST ON AN UNCHANGED POLICY IS A REPRINT.
           PERFORM 520-FIND-LAST-CARD.
           MOVE SPACES TO NEW-CARD-WS.
           PERFORM 530-FIND-REQUEST.
           EVALUATE TRUE
               WHEN NOT LAST-CARD-FOUND
                   MOVE 'N' TO NC-ISSUE-REASON
               WHEN PM-LAST-NAME NOT = LC-LAST-NAME
                   OR PM-FIRST-NAME NOT = LC-FIRST-NAME
                   OR PM-POLICY-TYPE NOT = LC-POLICY-TYPE
                   OR PM-BENEFIT-PERIOD NOT = LC-EFFECTIVE-DATE
                   MOVE 'C' TO NC-ISSUE-REASON
               WHEN REQUEST-FOUND
                   MOVE 'R' TO NC-ISSUE-REASON
           END-EVALUATE.
           IF REQUEST-FOUND
               MOVE 'Y' TO RT-USED(REQUEST-SUB)
               MOVE RT-REQUESTED-BY(REQUEST-SUB) TO NC-REQUESTED-BY
           END-IF.
           IF NOT NC-NO-CARD-DUE
               PERFORM 550-FIND-ADDRESS
               IF MEMBER-FOUND
                   PERFORM 600-ISSUE-CARD
               ELSE
                   ADD 1 TO CARDS-HELD-COUNT
                   MOVE ZERO TO LC-ISSUE-SEQ
                   MOVE HELD-REASON-WS TO CD-ACTION
                   PERFORM 650-WRITE-REGISTER-LINE
               END-IF
           END-IF.
      *
       520-FIND-LAST-CARD.
      *
      *    THE POLICY'S ROWS SIT TOGETHER ON THE KEY; THE LAST ONE
      *    READ IS THE LATEST CARD.
           MOVE 'N' TO LAST-CARD-FOUND-WS, CARDHIST-EOF-WS.
           MOVE ZERO TO LC-ISSUE-SEQ.
           MOVE PM-POLICY-NO TO CH-POLICY-NO.
           MOVE ZERO TO CH-ISSUE-SEQ.
           START CARDHIST-FILE KEY IS NOT LESS THAN CH-HISTORY-KEY
               INVALID KEY
                   SET NO-MORE-CARDS TO TRUE
           END-START.
           PERFORM 525-READ-CARD-HISTORY UNTIL NO-MORE-CARDS.
      *
       525-READ-CARD-HISTORY.
      *
           READ CARDHIST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CARDS TO TRUE
               NOT AT END
                   IF CH-POLICY-NO NOT = PM-POLICY-NO
                       SET NO-MORE-CARDS TO TRUE
                   ELSE
                       SET LAST-CARD-FOUND TO TRUE
                       MOVE CH-ISSUE-SEQ      TO LC-ISSUE-SEQ
                       MOVE CH-LAST-NAME      TO LC-LAST-NAME
                       MOVE CH-FIRST-NAME     TO LC-FIRST-NAME
                       MOVE CH-POLICY-TYPE    TO LC-POLICY-TYPE
                       MOVE CH-EFFECTIVE-DATE TO LC-EFFECTIVE-DATE
                   END-IF
           END-READ.
      *
       530-FIND-REQUEST.
      *
           MOVE 'N' TO REQUEST-FOUND-WS.
           PERFORM 535-MATCH-REQUEST
               VARYING REQUEST-SUB FROM 1 BY 1
               UNTIL REQUEST-SUB > REQUEST-COUNT
               OR REQUEST-FOUND.
           IF REQUEST-FOUND
               SUBTRACT 1 FROM REQUEST-SUB
           END-IF.
      *
       535-MATCH-REQUEST.
      *
           IF RT-POLICY-NO(REQUEST-SUB) = PM-POLICY-NO
               AND RT-USED(REQUEST-SUB) = 'N'
               SET REQUEST-FOUND TO TRUE
           END-IF.
      *
       550-FIND-ADDRESS.
      *
           MOVE 'N' TO MEMBER-FOUND-WS.
           PERFORM 555-MATCH-POLICY-MAP
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > POLICY-MAP-COUNT
               OR MEMBER-FOUND.
           IF NOT MEMBER-FOUND
               MOVE 'HELD - NO PARTY XREF' TO HELD-REASON-WS
           ELSE
               MOVE PC-CUST-ID(MAP-SUB) TO
                   CUST-ID OF CUST-MASTER-RECORD
               MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD
               READ CUSTFILE
                   INVALID KEY
                       MOVE 'N' TO MEMBER-FOUND-WS
               END-READ
               IF NOT MEMBER-FOUND
                   MOVE 'HELD - NO CUSTOMER RECORD' TO HELD-REASON-WS
               ELSE
                   IF ADDR OF CUST-MASTER-RECORD = SPACES
                       MOVE 'N' TO MEMBER-FOUND-WS
                       MOVE 'HELD - NO ADDRESS' TO HELD-REASON-WS
                   ELSE
                       PERFORM 560-CHECK-BAD-ADDRESS
                   END-IF
               END-IF
           END-IF.
      *
       555-MATCH-POLICY-MAP.
      *
           IF PC-POLICY-NO(MAP-SUB) = PM-POLICY-NO
               SET MEMBER-FOUND TO TRUE
      *        PERFORM VARYING LEAVES MAP-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM MAP-SUB
           END-IF.
      *
       560-CHECK-BAD-ADDRESS.
      *
           IF CONTPREF-AVAILABLE
               MOVE CUST-ID OF CUST-MASTER-RECORD TO CP-CUST-ID
               READ CONTPREF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTPREF-OK AND CP-BAD-ADDRESS
                   MOVE 'N' TO MEMBER-FOUND-WS
                   MOVE 'HELD - RETURNED MAIL' TO HELD-REASON-WS
                   PERFORM 660-WRITE-MAIL-SUPPRESSED
               END-IF
           END-IF.
      *
       600-ISSUE-CARD.
      *
           IF PM-POLICY-TYPE >= 1 AND PM-POLICY-TYPE <= 3
               MOVE PM-POLICY-TYPE TO PLAN-SUB
           ELSE
               MOVE 4 TO PLAN-SUB
           END-IF.
           ADD 1 TO LC-ISSUE-SEQ.
           MOVE SPACES TO ID-CARD-RECORD.
           SET IC-CARD-DETAIL TO TRUE.
           MOVE PM-POLICY-NO TO IC-POLICY-NO.
           MOVE LC-ISSUE-SEQ TO IC-ISSUE-SEQ.
           MOVE PM-FIRST-NAME TO IC-FIRST-NAME.
           MOVE PM-LAST-NAME TO IC-LAST-NAME.
           MOVE PM-POLICY-TYPE TO IC-PLAN-TYPE.
           MOVE PLAN-NAME(PLAN-SUB) TO IC-PLAN-NAME.
           MOVE PM-BENEFIT-PERIOD TO IC-EFFECTIVE-DATE.
           MOVE ADDR OF CUST-MASTER-RECORD TO IC-STREET.
           MOVE CITY OF CUST-MASTER-RECORD TO IC-CITY.
           MOVE STATE OF CUST-MASTER-RECORD TO IC-STATE.
           MOVE COUNTRY OF CUST-MASTER-RECORD TO IC-COUNTRY.
           MOVE PLAN-PHONE(PLAN-SUB) TO IC-SERVICE-PHONE.
           MOVE PM-GROUP-NO TO IC-GROUP-NO.
           MOVE NC-ISSUE-REASON TO IC-ISSUE-REASON.
           WRITE ID-CARD-RECORD.
           IF NOT IDCARD-OK
               DISPLAY 'ID CARD EXTRACT WRITE PROBLEM'
               MOVE '600-ISSUE-CARD'
                  TO EL-PARAGRAPH
               MOVE 'ID CARD EXTRACT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'IDCARD' TO EL-FILE-NAME
               MOVE IDCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO CARDS-WRITTEN-COUNT.
           MOVE SPACES TO CARD-HISTORY-RECORD.
           MOVE PM-POLICY-NO TO CH-POLICY-NO.
           MOVE LC-ISSUE-SEQ TO CH-ISSUE-SEQ.
           MOVE BD-BUSINESS-DATE TO CH-ISSUE-DATE.
           MOVE NC-ISSUE-REASON TO CH-ISSUE-REASON.
           MOVE NC-REQUESTED-BY TO CH-REQUESTED-BY.
           MOVE PM-LAST-NAME TO CH-LAST-NAME.
           MOVE PM-FIRST-NAME TO CH-FIRST-NAME.
           MOVE PM-POLICY-TYPE TO CH-POLICY-TYPE.
           MOVE PM-BENEFIT-PERIOD TO CH-EFFECTIVE-DATE.
           MOVE IC-STREET TO CH-STREET.
           MOVE IC-CITY TO CH-CITY.
           MOVE IC-STATE TO CH-STATE.
           MOVE IC-SERVICE-PHONE TO CH-SERVICE-PHONE.
           WRITE CARD-HISTORY-RECORD.
           IF NOT CARDHIST-OK
               DISPLAY 'CARD HISTORY FILE WRITE PROBLEM'
               MOVE '600-ISSUE-CARD'
                  TO EL-PARAGRAPH
               MOVE 'CARD HISTORY FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CARDHIST' TO EL-FILE-NAME
               MOVE CARDHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           EVALUATE NC-ISSUE-REASON
               WHEN 'N'
                   ADD 1 TO NEW-CARD-COUNT
                   MOVE 'ISSUED - NEW MEMBER' TO CD-ACTION
               WHEN 'C'
                   ADD 1 TO CHANGE-CARD-COUNT
                   MOVE 'ISSUED - POLICY CHANGED' TO CD-ACTION
               WHEN OTHER
                   ADD 1 TO REPRINT-CARD-COUNT
                   MOVE 'ISSUED - REPRINT' TO CD-ACTION
           END-EVALUATE.
           PERFORM 650-WRITE-REGISTER-LINE.
      *
       650-WRITE-REGISTER-LINE.
      *
           MOVE PM-POLICY-NO TO CD-POLICY-NO.
           MOVE PM-FIRST-NAME TO CD-FIRST-NAME.
           MOVE PM-LAST-NAME TO CD-LAST-NAME.
           IF PM-POLICY-TYPE >= 1 AND PM-POLICY-TYPE <= 3
               MOVE PLAN-NAME(PM-POLICY-TYPE) TO CD-PLAN-NAME
           ELSE
               MOVE PLAN-NAME(4) TO CD-PLAN-NAME
           END-IF.
           MOVE LC-ISSUE-SEQ TO CD-ISSUE-SEQ.
           MOVE NC-REQUESTED-BY TO CD-REQUESTED-BY.
           WRITE PRINT-LINE FROM CARD-DETAIL-LINE.
      *
       660-WRITE-MAIL-SUPPRESSED.
      *
           MOVE BD-BUSINESS-DATE TO MS-RUN-DATE.
           MOVE 'IDCARDX' TO MS-PROGRAM.
           MOVE CUST-ID OF CUST-MASTER-RECORD TO MS-CUST-ID.
           MOVE NAME OF CUST-MASTER-RECORD TO MS-NAME.
           MOVE SPACES TO MS-ITEM.
           STRING 'ID CARD POLICY ' PM-POLICY-NO
               DELIMITED BY SIZE INTO MS-ITEM
           END-STRING.
           MOVE CP-BAD-ADDRESS-DATE TO MS-BAD-SINCE.
           MOVE CP-RETURN-REASON TO MS-RETURN-REASON.
           WRITE MAILSUPP-PRINT-LINE FROM MAIL-SUPPRESSED-LINE.
      *
       700-WRITE-TOTALS.
      *
      *    A REPRINT FOR A POLICY THAT IS NOT ACTIVE ON POLMAST WENT
      *    NOWHERE - MEMBER SERVICES NEEDS TO HEAR ABOUT IT.
           PERFORM 710-CHECK-REQUEST
               VARYING REQUEST-SUB FROM 1 BY 1
               UNTIL REQUEST-SUB > REQUEST-COUNT.
           MOVE CARDS-WRITTEN-COUNT TO CD-TRL-RECORD-COUNT.
           WRITE ID-CARD-RECORD FROM CARD-TRAILER-WS.
           IF NOT IDCARD-OK
               DISPLAY 'ID CARD EXTRACT WRITE PROBLEM'
               MOVE '700-WRITE-TOTALS'
                  TO EL-PARAGRAPH
               MOVE 'ID CARD EXTRACT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'IDCARD' TO EL-FILE-NAME
               MOVE IDCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           MOVE NEW-CARD-COUNT TO CT-NEW.
           MOVE CHANGE-CARD-COUNT TO CT-CHANGE.
           MOVE REPRINT-CARD-COUNT TO CT-REPRINT.
           MOVE CARDS-HELD-COUNT TO CT-HELD.
           MOVE REQUESTS-UNMATCHED-COUNT TO CT-UNMATCHED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CARD-TOTALS-LINE.
      *
       710-CHECK-REQUEST.
      *
           IF RT-USED(REQUEST-SUB) = 'N'
               ADD 1 TO REQUESTS-UNMATCHED-COUNT
               MOVE SPACES TO CARD-DETAIL-LINE
               MOVE RT-POLICY-NO(REQUEST-SUB) TO CD-POLICY-NO
               MOVE 'REPRINT - NOT ACTIVE' TO CD-ACTION
               MOVE RT-REQUESTED-BY(REQUEST-SUB) TO CD-REQUESTED-BY
               WRITE PRINT-LINE FROM CARD-DETAIL-LINE
           END-IF.
      *
       900-WRAP-UP.
           DISPLAY 'IDCARDX: POLICIES READ     ' POLICIES-READ-COUNT.
           DISPLAY 'IDCARDX: CARDS WRITTEN     ' CARDS-WRITTEN-COUNT.
           DISPLAY 'IDCARDX: CARDS HELD        ' CARDS-HELD-COUNT.
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           CLOSE POLMAST-FILE, XREF-FILE, CUSTFILE, CARDHIST-FILE,
               IDCARD-FILE, PRINTFILE, MAILSUPP-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

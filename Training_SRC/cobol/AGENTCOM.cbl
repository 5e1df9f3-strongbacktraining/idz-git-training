      * agency, and an exception report line for every claim whose    *
      * agent code is blank or not on the master.  A hierarchy that   *
      * loops is refused before anything is priced.                   *
      * Commission is only paid where the agent may legally earn it:   *
      * the member's state comes from the customer master through      *
      * PARTYXRF, and a claim from a state where the writing agent is  *
      * not licensed and appointed on AGTLIC on the business date is   *
      * held, as is the parent's override where the parent is not.     *
      * Held items go to the COMHOLD file and their own list; the      *
      * next run reads them back and releases any whose renewal is     *
      * now on file.                                                   *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT LICENSE-FILE
               ASSIGN TO UT-S-AGTLIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-LICENSE-KEY
               FILE STATUS IS LICENSE-ST.
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
           SELECT HOLD-IN-FILE
               ASSIGN TO UT-S-COMHLDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDIN-ST.
           SELECT HOLD-OUT-FILE
               ASSIGN TO UT-S-COMHLDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDOUT-ST.
           SELECT HOLDRPT-FILE
               ASSIGN TO AGENTHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDRPT-ST.
           SELECT EXCPFILE
               ASSIGN TO AGENTXC
               ORGANIZATION IS SEQUENTIAL
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY AGTLIC.
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
      * LAST RUN'S HOLDS COME IN ON COMHLDI; EVERYTHING STILL HELD
      * AT THE END OF THIS RUN GOES OUT ON COMHLDO.  THE FIRST RUN
      * HAS NO COMHLDI.
       FD  HOLD-IN-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  HOLD-IN-RECORD                PIC X(60).
      *
       FD  HOLD-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY COMHOLD.
      *
       FD  HOLDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-PRINT-LINE               PIC X(132).
      *
       FD  EXCPFILE
           RECORD CONTAINS 80 CHARACTERS.
               88  AGENT-OK                       VALUE '00'.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  LICENSE-ST                 PIC X(2).
               88  LICENSE-OK                     VALUE '00'.
           05  XREF-ST                    PIC X(2).
               88  XREF-OK                        VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  HOLDIN-ST                  PIC X(2).
               88  HOLDIN-OK                      VALUE '00'.
           05  HOLDOUT-ST                 PIC X(2).
               88  HOLDOUT-OK                     VALUE '00'.
           05  HOLDRPT-ST                 PIC X(2).
               88  HOLDRPT-OK                     VALUE '00'.
           05  EXCPFILE-ST                PIC X(2).
               88  EXCPFILE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  NO-MORE-AGENTS                  VALUE 'Y'.
           05  CLMHST-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
           05  LICENSE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-LICENSES                VALUE 'Y'.
           05  XREF-EOF-WS                PIC X(1)  VALUE 'N'.
               88  NO-MORE-XREFS                   VALUE 'Y'.
           05  HOLDIN-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-HOLDS                   VALUE 'Y'.
           05  HOLDIN-OPEN-WS             PIC X(1)  VALUE 'N'.
               88  HOLDIN-OPEN                     VALUE 'Y'.
           05  MEMBER-FOUND-WS            PIC X(1)  VALUE 'N'.
               88  MEMBER-FOUND                    VALUE 'Y'.
           05  LICENSE-FOUND-WS           PIC X(1)  VALUE 'N'.
               88  LICENSE-FOUND                   VALUE 'Y'.
           05  AGENT-LICENSED-WS          PIC X(1)  VALUE 'N'.
               88  AGENT-LICENSED                  VALUE 'Y'.
       01  STATEMENT-PERIOD-WS            PIC 9(6).
      *
      * THE AGENT MASTER, LOADED AT STARTUP; PAID ACTIVITY IS ROLLED
               10  AGT-CLAIM-COUNT        PIC 9(5).
               10  AGT-OVERRIDE-EARNED    PIC S9(11)V99.
               10  AGT-ROLLUP-PAID        PIC S9(11)V99.
      *        PAID ACTIVITY THE PARENT'S OVERRIDE IS HELD ON (LESS)
      *        OR RELEASED ON (MORE) THIS RUN.
               10  AGT-OVERRIDE-BASE-ADJ  PIC S9(11)V99.
       01  AGT-SUB                        PIC 9(3).
       01  AGT-FOUND-SUB                  PIC 9(3).
       01  PARENT-SUB                     PIC 9(3).
           05  OVERRIDE-AMOUNT-WS         PIC S9(9)V99.
           05  TOTAL-PAYABLE-WS           PIC S9(11)V99 VALUE ZERO.
       01  EXCEPTION-COUNT-WS             PIC 9(5) VALUE ZERO.
      *
      * THE AGTLIC LICENSES, ONE ROW PER AGENT AND STATE.
       01  LICENSE-TABLE-WS.
           05  LICENSE-COUNT              PIC 9(4) VALUE ZERO.
           05  LICENSE-ENTRY OCCURS 2000.
               10  LIC-AGENT-CODE         PIC X(3).
               10  LIC-STATE              PIC X(2).
               10  LIC-ISSUE-DATE         PIC 9(8).
               10  LIC-EXPIRY-DATE        PIC 9(8).
               10  LIC-APPOINT-DATE       PIC 9(8).
               10  LIC-APPOINT-END-DATE   PIC 9(8).
       01  LIC-SUB                        PIC 9(4).
      *
      * POLICY-TO-CUSTOMER MAP BUILT FROM THE PARTYXRF 'P' LINKS.
       01  POLICY-CUST-MAP-WS.
           05  POLICY-MAP-COUNT           PIC 9(4) VALUE ZERO.
           05  POLICY-MAP-ENTRY OCCURS 5000.
               10  PC-POLICY-NO           PIC 9(7).
               10  PC-CUST-ID             PIC X(5).
       01  MAP-SUB                        PIC 9(4).
      *
      * THE ITEM BEING PAID OR HELD - A CLAIM FROM THIS MONTH'S
      * HISTORY OR A HOLD CARRIED IN FROM AN EARLIER RUN.
       01  POSTING-ITEM-WS.
           05  PI-POLICY-NO               PIC 9(7).
           05  PI-CLAIM-SEQ-NO            PIC 9(2).
           05  PI-STATE                   PIC X(2).
           05  PI-PAID-AMOUNT             PIC 9(7)V99.
           05  PI-EARNED-PERIOD           PIC 9(6).
           05  PI-HELD-DATE               PIC 9(8).
           05  PI-PRIOR-HOLD-TYPE         PIC X(1).
               88  PI-NEW-ITEM                    VALUE SPACE.
               88  PI-WRITING-WAS-HELD            VALUE 'W'.
               88  PI-OVERRIDE-WAS-HELD           VALUE 'O'.
           05  PI-HOLD-TYPE               PIC X(1).
               88  PI-HOLD-WRITING                VALUE 'W'.
       01  LICENSE-CHECK-WS.
           05  LC-AGENT-CODE              PIC X(3).
           05  LC-REASON                  PIC X(24).
       01  HOLD-TOTALS-WS.
           05  HELD-NEW-COUNT             PIC 9(5) VALUE ZERO.
           05  HELD-NEW-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           05  HELD-CARRIED-COUNT         PIC 9(5) VALUE ZERO.
           05  HELD-CARRIED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05  RELEASED-COUNT             PIC 9(5) VALUE ZERO.
           05  RELEASED-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(33) VALUE
                   "AGENT COMMISSION STATEMENTS - ".
           05  FILLER            PIC X(26) VALUE
                   "TOTAL COMMISSION PAYABLE  ".
           05  PT-PAYABLE        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  HOLD-HEADING-LINE-ONE.
           05  FILLER            PIC X(42) VALUE
                   "COMMISSION HELD FOR AGENT LICENSING - ".
           05  HHD-PERIOD        PIC 9(6).
           05  FILLER            PIC X(14) VALUE "  AS LICENSED ".
           05  HHD-DATE          PIC XXXX/XX/XX.
       01  HOLD-HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE "POLICY".
           05  FILLER            PIC X(5)  VALUE "SEQ".
           05  FILLER            PIC X(7)  VALUE "AGENT".
           05  FILLER            PIC X(8)  VALUE "PARENT".
           05  FILLER            PIC X(7)  VALUE "STATE".
           05  FILLER            PIC X(15) VALUE "PAID ACTIVITY".
           05  FILLER            PIC X(9)  VALUE "EARNED".
           05  FILLER            PIC X(20) VALUE "ACTION".
           05  FILLER            PIC X(24) VALUE "REASON".
       01  HOLD-DETAIL-LINE.
           05  HL-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  HL-SEQ-NO         PIC 9(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  HL-AGENT-CODE     PIC X(3).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  HL-PARENT-AGENT   PIC X(3).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  HL-STATE          PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  HL-PAID-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  HL-EARNED-PERIOD  PIC 9(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  HL-ACTION         PIC X(20).
           05  HL-REASON         PIC X(24).
       01  HOLD-TOTALS-LINE.
           05  FILLER            PIC X(13) VALUE "NEWLY HELD  ".
           05  HT-NEW-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HT-NEW-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(13) VALUE "   CARRIED  ".
           05  HT-CARRIED-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HT-CARRIED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(13) VALUE "   RELEASED ".
           05  HT-RELEASED-COUNT PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HT-RELEASED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01  EXCP-HEADING-LINE.
           05  FILLER            PIC X(36) VALUE
                   "COMMISSION AGENT-CODE EXCEPTIONS".
           PERFORM 220-CHECK-HIERARCHY
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGENT-COUNT.
           PERFORM 240-RECHECK-PRIOR-HOLD UNTIL NO-MORE-HOLDS.
           PERFORM 250-ROLL-UP-PAID-CLAIM UNTIL NO-MORE-HISTORY.
           PERFORM 690-COMPUTE-SPLITS
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGENT-COUNT.
           PERFORM 700-WRITE-STATEMENTS.
           PERFORM 750-WRITE-AGENCY-ROLLUP.
           PERFORM 780-WRITE-HOLD-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'AGENTCOM' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HHD-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-PERIOD-CONTROL.
           PERFORM 320-LOAD-LICENSE UNTIL NO-MORE-LICENSES.
           PERFORM 330-LOAD-XREF-MAP UNTIL NO-MORE-XREFS.
           PERFORM 400-READ-AGENT.
           PERFORM 410-READ-HISTORY.
           PERFORM 420-READ-PRIOR-HOLD.
      *
       200-LOAD-AGENT.
      *
           MOVE ZERO TO AGT-PAID-TOTAL(AGENT-COUNT),
                        AGT-CLAIM-COUNT(AGENT-COUNT),
                        AGT-OVERRIDE-EARNED(AGENT-COUNT),
                        AGT-ROLLUP-PAID(AGENT-COUNT),
                        AGT-OVERRIDE-BASE-ADJ(AGENT-COUNT).
           PERFORM 400-READ-AGENT.
      *
       220-CHECK-HIERARCHY.
           ELSE
               MOVE AGT-PARENT-AGENT(PARENT-SUB) TO CHAIN-PARENT-WS
           END-IF.
      *
       240-RECHECK-PRIOR-HOLD.
      *
      *    A HOLD FROM AN EARLIER RUN GOES BACK THROUGH THE SAME
      *    LICENSE CHECK AS A NEW CLAIM; IF THE RENEWAL IS ON FILE
      *    NOW IT IS PAID THIS RUN, OTHERWISE IT IS CARRIED AGAIN.
           MOVE HOLD-IN-RECORD TO COMMISSION-HOLD-RECORD.
           MOVE HD-POLICY-NO     TO PI-POLICY-NO.
           MOVE HD-CLAIM-SEQ-NO  TO PI-CLAIM-SEQ-NO.
           MOVE HD-STATE         TO PI-STATE.
           MOVE HD-PAID-AMOUNT   TO PI-PAID-AMOUNT.
           MOVE HD-EARNED-PERIOD TO PI-EARNED-PERIOD.
           MOVE HD-HELD-DATE     TO PI-HELD-DATE.
           MOVE HD-HOLD-TYPE     TO PI-PRIOR-HOLD-TYPE.
           IF PI-STATE = SPACES
               PERFORM 530-FIND-MEMBER-STATE
           END-IF.
           MOVE HD-AGENT-CODE    TO LC-AGENT-CODE.
           PERFORM 505-FIND-AGENT.
           IF AGT-FOUND-SUB = ZERO
               MOVE HD-AGENT-CODE   TO HL-AGENT-CODE
               MOVE HD-PARENT-AGENT TO HL-PARENT-AGENT
               MOVE HD-HOLD-TYPE    TO PI-HOLD-TYPE
               MOVE 'AGENT NOT ON MASTER' TO LC-REASON
               PERFORM 580-WRITE-HOLD
           ELSE
               PERFORM 540-APPLY-LICENSE-CHECK
           END-IF.
           PERFORM 420-READ-PRIOR-HOLD.
      *
       250-ROLL-UP-PAID-CLAIM.
      *
               MOVE 'CLAIM HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT LICENSE-FILE.
           IF NOT LICENSE-OK
               DISPLAY 'AGENT LICENSE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGENT LICENSE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AGTLIC' TO EL-FILE-NAME
               MOVE LICENSE-ST TO EL-FILE-STATUS
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
      *    NO PRIOR HOLD FILE IS THE FIRST RUN - NOTHING TO RELEASE.
           OPEN INPUT HOLD-IN-FILE.
           IF NOT HOLDIN-OK
               DISPLAY 'AGENTCOM: NO PRIOR COMMISSION HOLDS'
               SET NO-MORE-HOLDS TO TRUE
           ELSE
               SET HOLDIN-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT HOLD-OUT-FILE.
           IF NOT HOLDOUT-OK
               DISPLAY 'COMMISSION HOLD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMMISSION HOLD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'COMHLDO' TO EL-FILE-NAME
               MOVE HOLDOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT HOLDRPT-FILE.
           IF NOT HOLDRPT-OK
               DISPLAY 'COMMISSION HOLD LIST OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMMISSION HOLD LIST OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT EXCPFILE.
           IF NOT EXCPFILE-OK
               DISPLAY 'COMMISSION EXCEPTION REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE CC-STATEMENT-PERIOD TO STATEMENT-PERIOD-WS,
                                       HDG-PERIOD, HHD-PERIOD.
           CLOSE COMCTL-FILE.
           WRITE HOLD-PRINT-LINE FROM HOLD-HEADING-LINE-ONE.
           WRITE HOLD-PRINT-LINE FROM HOLD-HEADING-LINE-TWO.
      *
       320-LOAD-LICENSE.
      *
           READ LICENSE-FILE
               AT END
                   SET NO-MORE-LICENSES TO TRUE
               NOT AT END
                   PERFORM 325-ADD-LICENSE-ENTRY
           END-READ.
      *
       325-ADD-LICENSE-ENTRY.
      *
           IF LICENSE-COUNT >= 2000
               DISPLAY 'AGENTCOM: LICENSE TABLE OVERFLOW'
               MOVE '325-ADD-LICENSE-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'AGENTCOM: LICENSE TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO LICENSE-COUNT.
           MOVE AL-AGENT-CODE   TO LIC-AGENT-CODE(LICENSE-COUNT).
           MOVE AL-STATE        TO LIC-STATE(LICENSE-COUNT).
           MOVE AL-ISSUE-DATE   TO LIC-ISSUE-DATE(LICENSE-COUNT).
           MOVE AL-EXPIRY-DATE  TO LIC-EXPIRY-DATE(LICENSE-COUNT).
           MOVE AL-APPOINT-DATE TO LIC-APPOINT-DATE(LICENSE-COUNT).
           MOVE AL-APPOINT-END-DATE
               TO LIC-APPOINT-END-DATE(LICENSE-COUNT).
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
               DISPLAY 'AGENTCOM: POLICY MAP OVERFLOW'
               MOVE '340-ADD-XREF-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'AGENTCOM: POLICY MAP OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO POLICY-MAP-COUNT.
           MOVE PX-LINK-NO TO PC-POLICY-NO(POLICY-MAP-COUNT).
           MOVE PX-CUST-ID TO PC-CUST-ID(POLICY-MAP-COUNT).
      *
       400-READ-AGENT.
      *
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       420-READ-PRIOR-HOLD.
      *
           IF NOT NO-MORE-HOLDS
               READ HOLD-IN-FILE
                   AT END
                       SET NO-MORE-HOLDS TO TRUE
               END-READ
           END-IF.
      *
       500-POST-TO-AGENT.
      *
               END-IF
               WRITE EXCP-LINE FROM EXCP-DETAIL-LINE
           ELSE
               MOVE INSURED-POLICY-NO OF HIST-CLAIM-WS
                   TO PI-POLICY-NO
               MOVE CLAIM-SEQ-NO OF HIST-CLAIM-WS TO PI-CLAIM-SEQ-NO
               MOVE CLAIM-AMOUNT-PAID OF HIST-CLAIM-WS
                   TO PI-PAID-AMOUNT
               MOVE STATEMENT-PERIOD-WS TO PI-EARNED-PERIOD
               MOVE BD-BUSINESS-DATE TO PI-HELD-DATE
               MOVE SPACE TO PI-PRIOR-HOLD-TYPE
               PERFORM 530-FIND-MEMBER-STATE
               PERFORM 540-APPLY-LICENSE-CHECK
           END-IF.
      *
       505-FIND-AGENT.
      *
           MOVE ZERO TO AGT-FOUND-SUB.
           PERFORM 510-MATCH-AGENT
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGENT-COUNT
               OR AGT-FOUND-SUB > ZERO.
      *
       510-MATCH-AGENT.
      *
           IF AGT-AGENT-CODE(AGT-SUB) = LC-AGENT-CODE
               MOVE AGT-SUB TO AGT-FOUND-SUB
           END-IF.
      *
       530-FIND-MEMBER-STATE.
      *
      *    THE CLAIM IS EARNED IN THE MEMBER'S STATE OF RESIDENCE
      *    ON THE CUSTOMER MASTER.  NO STATE MEANS NO LICENSE CAN
      *    BE PROVED, AND THE COMMISSION IS HELD UNTIL THERE IS ONE.
           MOVE SPACES TO PI-STATE.
           MOVE 'N' TO MEMBER-FOUND-WS.
           PERFORM 535-MATCH-POLICY-MAP
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > POLICY-MAP-COUNT
               OR MEMBER-FOUND.
           IF MEMBER-FOUND
               MOVE PC-CUST-ID(MAP-SUB) TO
                   CUST-ID OF CUST-MASTER-RECORD
               MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD
               READ CUSTFILE
                   INVALID KEY
                       MOVE 'N' TO MEMBER-FOUND-WS
               END-READ
               IF MEMBER-FOUND
                   MOVE STATE OF CUST-MASTER-RECORD TO PI-STATE
               END-IF
           END-IF.
      *
       535-MATCH-POLICY-MAP.
      *
           IF PC-POLICY-NO(MAP-SUB) = PI-POLICY-NO
               SET MEMBER-FOUND TO TRUE
      *        PERFORM VARYING LEAVES MAP-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM MAP-SUB
           END-IF.
      *
       540-APPLY-LICENSE-CHECK.
      *
      *    THE WRITING AGENT MUST BE LICENSED FOR THE CLAIM TO
      *    COUNT AT ALL; ONCE IT COUNTS, THE PARENT MUST BE
      *    LICENSED FOR ITS OVERRIDE TO.  A HOLD CARRIED IN ON THE
      *    OVERRIDE ONLY WAS PAID TO THE WRITING AGENT ALREADY.
           MOVE AGT-AGENT-CODE(AGT-FOUND-SUB)   TO HL-AGENT-CODE.
           MOVE AGT-PARENT-AGENT(AGT-FOUND-SUB) TO HL-PARENT-AGENT.
           IF NOT PI-OVERRIDE-WAS-HELD
               MOVE AGT-AGENT-CODE(AGT-FOUND-SUB) TO LC-AGENT-CODE
               PERFORM 560-CHECK-LICENSED
               IF NOT AGENT-LICENSED
                   MOVE 'W' TO PI-HOLD-TYPE
                   PERFORM 580-WRITE-HOLD
               ELSE
                   ADD PI-PAID-AMOUNT
                       TO AGT-PAID-TOTAL(AGT-FOUND-SUB)
                   ADD 1 TO AGT-CLAIM-COUNT(AGT-FOUND-SUB)
                   IF PI-WRITING-WAS-HELD
                       MOVE 'RELEASED - AGENT' TO HL-ACTION
                       PERFORM 590-WRITE-RELEASE
                   END-IF
                   PERFORM 550-CHECK-PARENT
               END-IF
           ELSE
               PERFORM 550-CHECK-PARENT
           END-IF.
      *
       550-CHECK-PARENT.
      *
      *    NO PARENT, OR A PARENT NOT ON THE MASTER, EARNS NO
      *    OVERRIDE (SEE 690), SO THERE IS NOTHING TO HOLD.
           MOVE AGT-PARENT-AGENT(AGT-FOUND-SUB) TO LC-AGENT-CODE.
           MOVE ZERO TO PARENT-SUB.
           IF LC-AGENT-CODE NOT = SPACES
               PERFORM 555-MATCH-PARENT
                   VARYING CHAIN-SUB FROM 1 BY 1
                   UNTIL CHAIN-SUB > AGENT-COUNT
                   OR PARENT-SUB > ZERO
           END-IF.
           IF PARENT-SUB = ZERO
               SET AGENT-LICENSED TO TRUE
           ELSE
               PERFORM 560-CHECK-LICENSED
           END-IF.
           IF NOT AGENT-LICENSED
               IF NOT PI-OVERRIDE-WAS-HELD
                   SUBTRACT PI-PAID-AMOUNT
                       FROM AGT-OVERRIDE-BASE-ADJ(AGT-FOUND-SUB)
               END-IF
               MOVE 'O' TO PI-HOLD-TYPE
               PERFORM 580-WRITE-HOLD
           ELSE
               IF PI-OVERRIDE-WAS-HELD
                   ADD PI-PAID-AMOUNT
                       TO AGT-OVERRIDE-BASE-ADJ(AGT-FOUND-SUB)
                   MOVE 'RELEASED - OVERRIDE' TO HL-ACTION
                   PERFORM 590-WRITE-RELEASE
               END-IF
           END-IF.
      *
       555-MATCH-PARENT.
      *
           IF AGT-AGENT-CODE(CHAIN-SUB) = LC-AGENT-CODE
               MOVE CHAIN-SUB TO PARENT-SUB
           END-IF.
      *
       560-CHECK-LICENSED.
      *
      *    LICENSED MEANS A LICENSE IN FORCE AND AN OPEN
      *    APPOINTMENT IN THE STATE ON THE BUSINESS DATE.
           MOVE 'N' TO AGENT-LICENSED-WS, LICENSE-FOUND-WS.
           PERFORM 565-MATCH-LICENSE
               VARYING LIC-SUB FROM 1 BY 1
               UNTIL LIC-SUB > LICENSE-COUNT
               OR LICENSE-FOUND.
           EVALUATE TRUE
               WHEN PI-STATE = SPACES
                   MOVE 'MEMBER STATE UNKNOWN' TO LC-REASON
               WHEN NOT LICENSE-FOUND
                   MOVE 'NO LICENSE IN STATE' TO LC-REASON
               WHEN LIC-ISSUE-DATE(LIC-SUB) > BD-BUSINESS-DATE
                   OR LIC-EXPIRY-DATE(LIC-SUB) < BD-BUSINESS-DATE
                   MOVE 'LICENSE NOT IN FORCE' TO LC-REASON
               WHEN LIC-APPOINT-DATE(LIC-SUB) = ZERO
                   OR LIC-APPOINT-DATE(LIC-SUB) > BD-BUSINESS-DATE
                   MOVE 'NOT APPOINTED' TO LC-REASON
               WHEN LIC-APPOINT-END-DATE(LIC-SUB) NOT = ZERO
                   AND LIC-APPOINT-END-DATE(LIC-SUB)
                       < BD-BUSINESS-DATE
                   MOVE 'APPOINTMENT ENDED' TO LC-REASON
               WHEN OTHER
                   SET AGENT-LICENSED TO TRUE
           END-EVALUATE.
      *
       565-MATCH-LICENSE.
      *
           IF LIC-AGENT-CODE(LIC-SUB) = LC-AGENT-CODE
               AND LIC-STATE(LIC-SUB) = PI-STATE
               SET LICENSE-FOUND TO TRUE
      *        PERFORM VARYING LEAVES LIC-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM LIC-SUB
           END-IF.
      *
       580-WRITE-HOLD.
      *
      *    A CARRIED HOLD KEEPS THE DATE IT WAS FIRST HELD.
           MOVE SPACES TO COMMISSION-HOLD-RECORD.
           MOVE PI-POLICY-NO     TO HD-POLICY-NO.
           MOVE PI-CLAIM-SEQ-NO  TO HD-CLAIM-SEQ-NO.
           MOVE HL-AGENT-CODE    TO HD-AGENT-CODE.
           MOVE HL-PARENT-AGENT  TO HD-PARENT-AGENT.
           MOVE PI-STATE         TO HD-STATE.
           MOVE PI-HOLD-TYPE     TO HD-HOLD-TYPE.
           MOVE PI-PAID-AMOUNT   TO HD-PAID-AMOUNT.
           MOVE PI-EARNED-PERIOD TO HD-EARNED-PERIOD.
           MOVE PI-HELD-DATE     TO HD-HELD-DATE.
           WRITE COMMISSION-HOLD-RECORD.
           IF NOT HOLDOUT-OK
               DISPLAY 'COMMISSION HOLD FILE WRITE PROBLEM'
               MOVE '580-WRITE-HOLD'
                  TO EL-PARAGRAPH
               MOVE 'COMMISSION HOLD FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'COMHLDO' TO EL-FILE-NAME
               MOVE HOLDOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF PI-NEW-ITEM
               ADD 1 TO HELD-NEW-COUNT
               ADD PI-PAID-AMOUNT TO HELD-NEW-AMOUNT
           ELSE
               ADD 1 TO HELD-CARRIED-COUNT
               ADD PI-PAID-AMOUNT TO HELD-CARRIED-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN PI-NEW-ITEM AND PI-HOLD-WRITING
                   MOVE 'HELD - AGENT' TO HL-ACTION
               WHEN PI-NEW-ITEM
                   MOVE 'HELD - OVERRIDE' TO HL-ACTION
               WHEN PI-HOLD-WRITING
                   MOVE 'CARRIED - AGENT' TO HL-ACTION
               WHEN OTHER
                   MOVE 'CARRIED - OVERRIDE' TO HL-ACTION
           END-EVALUATE.
           MOVE LC-REASON TO HL-REASON.
           PERFORM 595-WRITE-HOLD-LINE.
      *
       590-WRITE-RELEASE.
      *
           ADD 1 TO RELEASED-COUNT.
           ADD PI-PAID-AMOUNT TO RELEASED-AMOUNT.
           MOVE 'NOW LICENSED' TO HL-REASON.
           PERFORM 595-WRITE-HOLD-LINE.
      *
       595-WRITE-HOLD-LINE.
      *
           MOVE PI-POLICY-NO     TO HL-POLICY-NO.
           MOVE PI-CLAIM-SEQ-NO  TO HL-SEQ-NO.
           MOVE PI-STATE         TO HL-STATE.
           MOVE PI-PAID-AMOUNT   TO HL-PAID-AMOUNT.
           MOVE PI-EARNED-PERIOD TO HL-EARNED-PERIOD.
           WRITE HOLD-PRINT-LINE FROM HOLD-DETAIL-LINE.
      *
       690-COMPUTE-SPLITS.
      *
               END-PERFORM
               IF PARENT-SUB > ZERO
                   COMPUTE OVERRIDE-AMOUNT-WS ROUNDED =
                       (AGT-PAID-TOTAL(AGT-SUB)
                        + AGT-OVERRIDE-BASE-ADJ(AGT-SUB))
                       * AGT-OVERRIDE-RATE(PARENT-SUB)
                   ADD OVERRIDE-AMOUNT-WS
                       TO AGT-OVERRIDE-EARNED(PARENT-SUB)
                   WRITE PRINT-LINE FROM ROLLUP-DETAIL-LINE
               END-IF
           END-PERFORM.
      *
       780-WRITE-HOLD-TOTALS.
      *
           MOVE HELD-NEW-COUNT      TO HT-NEW-COUNT.
           MOVE HELD-NEW-AMOUNT     TO HT-NEW-AMOUNT.
           MOVE HELD-CARRIED-COUNT  TO HT-CARRIED-COUNT.
           MOVE HELD-CARRIED-AMOUNT TO HT-CARRIED-AMOUNT.
           MOVE RELEASED-COUNT      TO HT-RELEASED-COUNT.
           MOVE RELEASED-AMOUNT     TO HT-RELEASED-AMOUNT.
           MOVE SPACES TO HOLD-PRINT-LINE.
           WRITE HOLD-PRINT-LINE.
           WRITE HOLD-PRINT-LINE FROM HOLD-TOTALS-LINE.
           DISPLAY 'AGENTCOM: COMMISSION ITEMS HELD    '
               HELD-NEW-COUNT ' NEW ' HELD-CARRIED-COUNT ' CARRIED'.
           DISPLAY 'AGENTCOM: COMMISSION ITEMS RELEASED '
               RELEASED-COUNT.
      *
       900-WRAP-UP.
           CLOSE AGENT-FILE, CLAIM-HISTORY-FILE, EXCPFILE,
                 PRINTFILE, LICENSE-FILE, XREF-FILE, CUSTFILE,
                 HOLD-OUT-FILE, HOLDRPT-FILE.
           IF HOLDIN-OPEN
               CLOSE HOLD-IN-FILE
           END-IF.
      *
       999-ERROR-RTN.
           MOVE 'AGENTCOM' TO EL-PROGRAM-ID.

      ******************************************************************
      * CLM837IN                                                       *
      * Inbound electronic claim translator.  Most claims now arrive   *
      * from the clearinghouse as an 837-style file (layout in         *
      * CLM837.cpy) instead of being keyed.  This run proves the       *
      * interchange envelope through ENVCHK, walks the billing         *
      * provider, subscriber, claim and service-line loops, and maps   *
      * each claim to the 90-byte CLAIMREC layout on CLMXOUT - the     *
      * JCL concatenates that dataset onto CLMEDIT's CLAIMIN input,    *
      * so translated claims take the same front-end edit as keyed     *
      * ones.  Each claim's service lines go out as CLMLMNT add        *
      * transactions on CLMXLIN, and an accident-related claim's       *
      * indicator goes to CLMXLIB for CLMEDIT's LIABIN input.  A       *
      * claim that cannot be mapped is written to the CLMXACK          *
      * rejection acknowledgement that goes back to the clearinghouse  *
      * the same day, with its patient control number and the reason,  *
      * and none of it is loaded.  A bad envelope rejects the whole    *
      * interchange: the acknowledgement says so and the step ends in  *
      * error so nothing downstream runs on a partial file.            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (CLMXRPT, CLMXACK & SYSOUT)           *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLM837IN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLM837-FILE
               ASSIGN TO UT-S-CLM837
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLM837-ST.
           SELECT CLAIM-OUT-FILE
               ASSIGN TO UT-S-CLMXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMXOUT-ST.
           SELECT LINE-TRAN-FILE
               ASSIGN TO UT-S-CLMXLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMXLIN-ST.
           SELECT LIAB-OUT-FILE
               ASSIGN TO UT-S-CLMXLIB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMXLIB-ST.
           SELECT ACK-FILE
               ASSIGN TO UT-S-CLMXACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMXACK-ST.
           SELECT PROVIDER-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVMST-ST.
           SELECT PRINTFILE
               ASSIGN TO CLMXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLM837-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLM837.
      *
       FD  CLAIM-OUT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CLAIM-OUT-RECORD              PIC X(90).
      *
      * SAME 51-BYTE ADD TRANSACTION CLMLMNT READS FROM CLNTRAN.
       FD  LINE-TRAN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  LINE-TRAN-OUT-RECORD.
           05  LO-FUNCTION-CODE          PIC X(1).
           05  LO-LINE-DATA              PIC X(50).
      *
      * ACCIDENT/LIABILITY INDICATOR FOR CLMEDIT'S LIABIN INPUT.
       FD  LIAB-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLMLIAB.
      *
      * REJECTION ACKNOWLEDGEMENT BACK TO THE CLEARINGHOUSE - ONE
      * 'RJ' PER CLAIM NOT ACCEPTED, AN 'IR' WHEN THE WHOLE
      * INTERCHANGE IS REJECTED, AND AN 'AC' SUMMARY TO CLOSE.
       FD  ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  XA-RECORD-ID              PIC X(2).
           05  XA-INTERCHANGE-SOURCE     PIC X(8).
           05  XA-INTERCHANGE-DATE       PIC X(8).
           05  XA-PATIENT-CONTROL-NO     PIC X(20).
           05  XA-POLICY-NO              PIC X(7).
           05  XA-CLAIM-SEQ-NO           PIC X(2).
           05  XA-REASON-CODE            PIC X(3).
           05  XA-REASON-TEXT            PIC X(30).
       01  ACK-SUMMARY-RECORD.
           05  FILLER                    PIC X(18).
           05  XA-CLAIMS-RECEIVED        PIC 9(7).
           05  XA-CLAIMS-ACCEPTED        PIC 9(7).
           05  XA-CLAIMS-REJECTED        PIC 9(7).
           05  FILLER                    PIC X(41).
      *
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  CLAIM-RECORD-WS.
           COPY CLAIMREC.
           COPY CLMLINE.
       01  PROGRAM-SWITCHES.
           05  CLM837-ST                  PIC X(2).
               88  CLM837-OK                      VALUE '00'.
           05  CLMXOUT-ST                 PIC X(2).
               88  CLMXOUT-OK                     VALUE '00'.
           05  CLMXLIN-ST                 PIC X(2).
               88  CLMXLIN-OK                     VALUE '00'.
           05  CLMXLIB-ST                 PIC X(2).
               88  CLMXLIB-OK                     VALUE '00'.
           05  CLMXACK-ST                 PIC X(2).
               88  CLMXACK-OK                     VALUE '00'.
           05  PROVMST-ST                 PIC X(2).
               88  PROVMST-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CLM837-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECORDS                VALUE 'Y'.
           05  PROVMST-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  PROVMST-AVAILABLE              VALUE 'Y'.
           05  ENV-TRAILER-SEEN-WS        PIC X(1)  VALUE 'N'.
               88  ENV-TRAILER-SEEN               VALUE 'Y'.
           05  CLAIM-OPEN-WS              PIC X(1)  VALUE 'N'.
               88  CLAIM-OPEN                     VALUE 'Y'.
      *
      * INTERFACE-ENVELOPE VALIDATION STATE - SEE ENVCKCOB.cpy.
      * THE INTERCHANGE HEADER CARRIES A CONTROL NUMBER AFTER THE
      * STANDARD SOURCE AND DATE.
           COPY ENVCKCOB.
       01  INTERCHANGE-HEADER-WS.
           05  IH-RECORD-TYPE             PIC X(1).
           05  IH-SOURCE                  PIC X(8).
           05  IH-DATE                    PIC X(8).
           05  IH-DATE-N REDEFINES IH-DATE
                                          PIC 9(8).
           05  IH-CONTROL-NO              PIC X(9).
           05  FILLER                     PIC X(54).
      *
      * THE LOOPS IN FORCE - EACH HOLDS UNTIL THE NEXT LOOP OF ITS
      * KIND.  A LOOP THAT FAILED TO MAP CARRIES ITS REASON DOWN TO
      * EVERY CLAIM UNDER IT.
       01  LOOP-STATE-WS.
           05  BP-PROVIDER-CODE           PIC X(2)  VALUE SPACES.
           05  BP-REASON-CODE             PIC X(3)  VALUE 'X01'.
           05  BP-REASON-TEXT             PIC X(30) VALUE
                   'NO BILLING PROVIDER LOOP'.
           05  SB-SUBSCRIBER-DATA         PIC X(78) VALUE SPACES.
           05  SB-REASON-CODE             PIC X(3)  VALUE 'X02'.
           05  SB-REASON-TEXT             PIC X(30) VALUE
                   'NO SUBSCRIBER LOOP'.
      *
      * THE CLAIM BEING ASSEMBLED.  ITS SERVICE LINES ARE HELD UNTIL
      * THE CLAIM CLOSES SO A BAD LINE REJECTS THE WHOLE CLAIM.
       01  CLAIM-STATE-WS.
           05  CS-PATIENT-CONTROL-NO      PIC X(20).
           05  CS-EXPECTED-LINES          PIC 9(3).
           05  CS-LINE-CHARGE-TOTAL       PIC 9(9)V99.
           05  CS-REASON-CODE             PIC X(3).
           05  CS-REASON-TEXT             PIC X(30).
           05  CS-ACCIDENT-TYPE           PIC X(1).
           05  CS-ACCIDENT-DATE           PIC 9(8).
           05  CS-ACCIDENT-STATE          PIC X(2).
       01  SERVICE-LINE-TABLE-WS.
           05  SVC-LINE-COUNT             PIC 9(3) VALUE ZERO.
           05  SVC-LINE-ENTRY OCCURS 50.
               10  SVC-LINE-RECORD        PIC X(50).
       01  SVC-SUB                        PIC 9(3).
       01  SVC-DUP-SUB                    PIC 9(3).
       01  TRANSLATE-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  CLAIMS-RECEIVED-COUNT      PIC 9(7) VALUE ZERO.
           05  CLAIMS-ACCEPTED-COUNT      PIC 9(7) VALUE ZERO.
           05  CLAIMS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.
           05  LINES-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
           05  ACCIDENT-CLAIM-COUNT       PIC 9(7) VALUE ZERO.
           05  ORPHAN-LINE-COUNT          PIC 9(7) VALUE ZERO.
           05  ACCEPTED-CHARGE-TOTAL      PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(34) VALUE
                   "INBOUND 837 CLAIM TRANSLATION -".
           05  RH-SOURCE         PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RH-DATE           PIC X(8).
           05  FILLER            PIC X(11) VALUE "  CONTROL  ".
           05  RH-CONTROL-NO     PIC X(9).
       01  REJECT-DETAIL-LINE.
           05  FILLER            PIC X(9)  VALUE "REJECTED ".
           05  RD-PATIENT-CONTROL-NO PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-POLICY-NO      PIC X(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  RD-CLAIM-SEQ-NO   PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-REASON-CODE    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RD-REASON-TEXT    PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "CLAIMS RECEIVED ".
           05  RT-RECEIVED       PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  ACCEPTED ".
           05  RT-ACCEPTED       PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE "  LINES WRITTEN ".
           05  RT-LINES          PIC ZZZZZZ9.
           05  FILLER            PIC X(10) VALUE "  CHARGES ".
           05  RT-CHARGES        PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TRANSLATE-RECORD THRU 200-TRANSLATE-RECORD-X
               UNTIL NO-MORE-RECORDS.
           IF NOT ENV-TRAILER-SEEN
               DISPLAY 'CLM837IN: TRANSMISSION ENDED WITHOUT A '
                   'TRAILER - REJECTED'
               MOVE 'INTERCHANGE HAS NO TRAILER' TO XA-REASON-TEXT
               PERFORM 270-ACKNOWLEDGE-REJECTION
               MOVE '000-MAINLINE' TO EL-PARAGRAPH
               MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'CLM837IN' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE SPACES TO INTERCHANGE-HEADER-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-837-RECORD.
      *
       200-TRANSLATE-RECORD.
      *
      *    THE INTERCHANGE HEADER AND TRAILER ARE THE STANDARD
      *    ENVELOPE; EVERY LOOP RECORD BETWEEN THEM IS A DETAIL,
      *    AND THE HASH IS THE SUM OF THE CLAIM TOTAL CHARGES.
           EVALUATE CLM837-RECORD(1:1)
               WHEN 'H'
                   SET EV-CHECK-HEADER TO TRUE
                   MOVE CLM837-RECORD TO EV-RECORD-IMAGE,
                        INTERCHANGE-HEADER-WS
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   PERFORM 210-WRITE-REPORT-HEADING
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   PERFORM 400-READ-837-RECORD
                   GO TO 200-TRANSLATE-RECORD-X
               WHEN 'T'
                   PERFORM 600-CLOSE-CLAIM
                   SET EV-CHECK-TRAILER TO TRUE
                   MOVE CLM837-RECORD TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
                   MOVE 'Y' TO ENV-TRAILER-SEEN-WS
                   PERFORM 400-READ-837-RECORD
                   GO TO 200-TRANSLATE-RECORD-X
               WHEN OTHER
                   SET EV-COUNT-DETAIL TO TRUE
                   MOVE SPACES TO EV-RECORD-IMAGE
                   MOVE ZERO TO EV-DETAIL-AMOUNT
                   IF XI-CLAIM AND XC-TOTAL-CHARGE NUMERIC
                       MOVE XC-TOTAL-CHARGE TO EV-DETAIL-AMOUNT
                   END-IF
                   CALL 'ENVCHK' USING ENVCHK-PARMS-WS
                   IF NOT EV-OK
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN XI-BILLING-PROVIDER
                   PERFORM 600-CLOSE-CLAIM
                   PERFORM 500-START-BILLING-PROVIDER
               WHEN XI-SUBSCRIBER
                   PERFORM 600-CLOSE-CLAIM
                   PERFORM 510-START-SUBSCRIBER
               WHEN XI-CLAIM
                   PERFORM 600-CLOSE-CLAIM
                   PERFORM 520-START-CLAIM
               WHEN XI-SERVICE-LINE
                   PERFORM 530-ADD-SERVICE-LINE
               WHEN OTHER
      *            AN UNKNOWN LOOP POISONS THE CLAIM IT SITS IN.
                   IF CLAIM-OPEN AND CS-REASON-CODE = SPACES
                       MOVE 'X12' TO CS-REASON-CODE
                       MOVE 'UNRECOGNIZED LOOP RECORD'
                          TO CS-REASON-TEXT
                   END-IF
           END-EVALUATE.
           PERFORM 400-READ-837-RECORD.
       200-TRANSLATE-RECORD-X.
           EXIT.
      *
       210-WRITE-REPORT-HEADING.
      *
           MOVE IH-SOURCE TO RH-SOURCE.
           MOVE IH-DATE TO RH-DATE.
           MOVE IH-CONTROL-NO TO RH-CONTROL-NO.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
       260-REJECT-THE-TRANSMISSION.
      *
      *    A BAD ENVELOPE IS A HARD REJECTION - THE CLEARINGHOUSE
      *    HEARS ABOUT IT ON THE ACKNOWLEDGEMENT, THE REASON GOES
      *    TO SYSOUT, AND THE STEP ENDS IN ERROR.
           EVALUATE TRUE
               WHEN EV-DATE-MISMATCH
                   DISPLAY 'CLM837IN: TRANSMISSION MISDATED - '
                       'REJECTED'
                   MOVE 'INTERCHANGE DATE NOT TODAY'
                      TO XA-REASON-TEXT
               WHEN EV-COUNT-MISMATCH
                   DISPLAY 'CLM837IN: TRANSMISSION TRUNCATED - '
                       'TRAILER ' EV-EXPECTED-COUNT
                       ' RECEIVED ' EV-ACTUAL-COUNT
                   MOVE 'TRAILER RECORD COUNT MISMATCH'
                      TO XA-REASON-TEXT
               WHEN EV-HASH-MISMATCH
                   DISPLAY 'CLM837IN: TRANSMISSION AMOUNTS OUT OF '
                       'BALANCE - REJECTED'
                   MOVE 'TRAILER CHARGE HASH MISMATCH'
                      TO XA-REASON-TEXT
               WHEN OTHER
                   DISPLAY 'CLM837IN: TRANSMISSION ENVELOPE OUT OF '
                       'SEQUENCE - REJECTED'
                   MOVE 'INTERCHANGE ENVELOPE SEQUENCE'
                      TO XA-REASON-TEXT
           END-EVALUATE.
           PERFORM 270-ACKNOWLEDGE-REJECTION.
           MOVE '260-REJECT-THE-TRANSMISSION' TO EL-PARAGRAPH.
           MOVE 'INBOUND TRANSMISSION ENVELOPE REJECTED'
              TO EL-ERROR-MESSAGE.
           GO TO 999-ERROR-RTN.
      *
       270-ACKNOWLEDGE-REJECTION.
      *
           MOVE 'IR' TO XA-RECORD-ID.
           MOVE IH-SOURCE TO XA-INTERCHANGE-SOURCE.
           MOVE IH-DATE TO XA-INTERCHANGE-DATE.
           MOVE IH-CONTROL-NO TO XA-PATIENT-CONTROL-NO.
           MOVE SPACES TO XA-POLICY-NO, XA-CLAIM-SEQ-NO.
           MOVE 'X00' TO XA-REASON-CODE.
           WRITE ACK-RECORD.
           CLOSE ACK-FILE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CLM837-FILE.
           IF NOT CLM837-OK
               DISPLAY 'INBOUND 837 FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'INBOUND 837 FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLM837' TO EL-FILE-NAME
               MOVE CLM837-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT CLAIM-OUT-FILE.
           IF NOT CLMXOUT-OK
               DISPLAY 'TRANSLATED CLAIM FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TRANSLATED CLAIM FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXOUT' TO EL-FILE-NAME
               MOVE CLMXOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT LINE-TRAN-FILE.
           IF NOT CLMXLIN-OK
               DISPLAY 'SERVICE LINE TRANSACTION OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SERVICE LINE TRANSACTION OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXLIN' TO EL-FILE-NAME
               MOVE CLMXLIN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT LIAB-OUT-FILE.
           IF NOT CLMXLIB-OK
               DISPLAY 'ACCIDENT INDICATOR FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ACCIDENT INDICATOR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXLIB' TO EL-FILE-NAME
               MOVE CLMXLIB-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT ACK-FILE.
           IF NOT CLMXACK-OK
               DISPLAY 'ACKNOWLEDGEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ACKNOWLEDGEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXACK' TO EL-FILE-NAME
               MOVE CLMXACK-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    THE PROVIDER MASTER IS OPTIONAL - WITHOUT IT THE BILLING
      *    PROVIDER CODE IS CARRIED UNCHECKED.
           OPEN INPUT PROVIDER-FILE.
           IF PROVMST-OK
               MOVE 'Y' TO PROVMST-AVAILABLE-WS
           ELSE
               DISPLAY 'CLM837IN: PROVIDER MASTER NOT AVAILABLE - '
                   'BILLING PROVIDERS NOT VERIFIED'
           END-IF.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'TRANSLATION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'TRANSLATION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-837-RECORD.
      *
           READ CLM837-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
           END-READ.
      *
       500-START-BILLING-PROVIDER.
      *
           MOVE XB-PROVIDER-CODE TO BP-PROVIDER-CODE.
           MOVE SPACES TO BP-REASON-CODE, BP-REASON-TEXT.
           IF XB-PROVIDER-CODE = SPACES
               MOVE 'X01' TO BP-REASON-CODE
               MOVE 'BILLING PROVIDER NOT CODED' TO BP-REASON-TEXT
           ELSE
               IF PROVMST-AVAILABLE
                   MOVE XB-PROVIDER-CODE TO PV-PROVIDER-CODE
                   READ PROVIDER-FILE
                       INVALID KEY
                           MOVE 'X01' TO BP-REASON-CODE
                           MOVE 'BILLING PROVIDER NOT ON FILE'
                              TO BP-REASON-TEXT
                   END-READ
               END-IF
           END-IF.
      *
       510-START-SUBSCRIBER.
      *
           MOVE XI-SUBSCRIBER-DATA TO SB-SUBSCRIBER-DATA.
           MOVE SPACES TO SB-REASON-CODE, SB-REASON-TEXT.
           IF XS-POLICY-NO NOT NUMERIC
               MOVE 'X02' TO SB-REASON-CODE
               MOVE 'SUBSCRIBER POLICY NUMBER' TO SB-REASON-TEXT
               GO TO 510-START-SUBSCRIBER-X.
           IF XS-LAST-NAME = SPACES
               MOVE 'X03' TO SB-REASON-CODE
               MOVE 'SUBSCRIBER NAME MISSING' TO SB-REASON-TEXT
               GO TO 510-START-SUBSCRIBER-X.
           IF XS-POLICY-TYPE NOT NUMERIC
               OR XS-POLICY-TYPE < 1 OR XS-POLICY-TYPE > 3
               MOVE 'X04' TO SB-REASON-CODE
               MOVE 'SUBSCRIBER POLICY TYPE' TO SB-REASON-TEXT
               GO TO 510-START-SUBSCRIBER-X.
           IF XS-BENEFIT-DATE NOT NUMERIC
               OR XS-POLICY-AMOUNT NOT NUMERIC
               OR XS-DEDUCTIBLE-PAID NOT NUMERIC
               OR XS-COINSURANCE NOT NUMERIC
               MOVE 'X04' TO SB-REASON-CODE
               MOVE 'SUBSCRIBER BENEFIT FIELDS' TO SB-REASON-TEXT.
       510-START-SUBSCRIBER-X.
           EXIT.
      *
       520-START-CLAIM.
      *
      *    THE CLAIM HEADER MAPS STRAIGHT ONTO CLAIMREC FROM THE
      *    SUBSCRIBER LOOP IN FORCE; A LOOP ABOVE IT THAT FAILED
      *    TO MAP REJECTS IT BEFORE ITS OWN FIELDS ARE LOOKED AT.
           MOVE 'Y' TO CLAIM-OPEN-WS.
           ADD 1 TO CLAIMS-RECEIVED-COUNT.
           MOVE ZERO TO SVC-LINE-COUNT, CS-LINE-CHARGE-TOTAL.
           MOVE XC-PATIENT-CONTROL-NO TO CS-PATIENT-CONTROL-NO.
           MOVE SPACES TO CS-REASON-CODE, CS-REASON-TEXT.
           MOVE SPACES TO CLAIM-RECORD-WS.
           MOVE SB-SUBSCRIBER-DATA TO XI-SUBSCRIBER-DATA.
           IF XC-LINE-COUNT NUMERIC
               MOVE XC-LINE-COUNT TO CS-EXPECTED-LINES
           ELSE
               MOVE ZERO TO CS-EXPECTED-LINES
           END-IF.
           MOVE XS-POLICY-NO TO INSURED-POLICY-NO.
           MOVE XC-CLAIM-SEQ-NO TO CLAIM-SEQ-NO.
           IF BP-REASON-CODE NOT = SPACES
               MOVE BP-REASON-CODE TO CS-REASON-CODE
               MOVE BP-REASON-TEXT TO CS-REASON-TEXT
               GO TO 520-START-CLAIM-X.
           IF SB-REASON-CODE NOT = SPACES
               MOVE SB-REASON-CODE TO CS-REASON-CODE
               MOVE SB-REASON-TEXT TO CS-REASON-TEXT
               GO TO 520-START-CLAIM-X.
           IF XC-CLAIM-SEQ-NO NOT NUMERIC
               MOVE 'X05' TO CS-REASON-CODE
               MOVE 'CLAIM SEQUENCE NUMBER' TO CS-REASON-TEXT
               GO TO 520-START-CLAIM-X.
           IF XC-TOTAL-CHARGE NOT NUMERIC
               OR XC-TOTAL-CHARGE = ZERO
               MOVE 'X06' TO CS-REASON-CODE
               MOVE 'CLAIM TOTAL CHARGE' TO CS-REASON-TEXT
               GO TO 520-START-CLAIM-X.
           IF NOT XC-ORIGINAL-CLAIM
               MOVE 'X07' TO CS-REASON-CODE
               MOVE 'REPLACEMENT/VOID NOT ACCEPTED' TO CS-REASON-TEXT
               GO TO 520-START-CLAIM-X.
      *    THE RELATED-CAUSES CODE BECOMES THE CLAIM'S ACCIDENT
      *    INDICATOR; CLMEDIT EDITS ITS DATE WITH THE CLAIM.
           MOVE SPACE TO CS-ACCIDENT-TYPE.
           MOVE XC-ACCIDENT-DATE TO CS-ACCIDENT-DATE.
           MOVE XC-ACCIDENT-STATE TO CS-ACCIDENT-STATE.
           EVALUATE TRUE
               WHEN XC-NO-RELATED-CAUSE
                   CONTINUE
               WHEN XC-AUTO-ACCIDENT
                   MOVE 'A' TO CS-ACCIDENT-TYPE
               WHEN XC-EMPLOYMENT-RELATED
                   MOVE 'W' TO CS-ACCIDENT-TYPE
               WHEN XC-OTHER-ACCIDENT
                   MOVE 'O' TO CS-ACCIDENT-TYPE
               WHEN OTHER
                   MOVE 'X13' TO CS-REASON-CODE
                   MOVE 'RELATED CAUSES CODE' TO CS-REASON-TEXT
                   GO TO 520-START-CLAIM-X
           END-EVALUATE.
           MOVE XS-LAST-NAME TO INSURED-LAST-NAME.
           MOVE XS-FIRST-NAME TO INSURED-FIRST-NAME.
           MOVE XS-POLICY-TYPE TO POLICY-TYPE.
           MOVE XS-BENEFIT-DATE TO POLICY-BENEFIT-DATE-X.
           MOVE XS-POLICY-AMOUNT TO POLICY-AMOUNT.
           MOVE XS-DEDUCTIBLE-PAID TO POLICY-DEDUCTIBLE-PAID.
           MOVE XS-COINSURANCE TO POLICY-COINSURANCE.
           MOVE XC-TOTAL-CHARGE TO CLAIM-AMOUNT.
           MOVE ZERO TO CLAIM-AMOUNT-PAID.
      *    THE CLEARINGHOUSE'S RECEIPT DATE WHEN IT SENDS ONE, ELSE
      *    THE INTERCHANGE DATE - THE PROMPT-PAY CLOCK STARTS THERE.
           IF XC-RECEIVED-DATE NUMERIC
               AND XC-RECEIVED-DATE > ZERO
               MOVE XC-RECEIVED-DATE TO CLAIM-RECEIVED-DATE
           ELSE
           IF IH-DATE NUMERIC
               MOVE IH-DATE-N TO CLAIM-RECEIVED-DATE
           ELSE
               MOVE BD-BUSINESS-DATE TO CLAIM-RECEIVED-DATE
           END-IF
           END-IF.
           MOVE SPACES TO AGENT-OF-RECORD, CLAIM-ADJUSTMENT-CODE,
                ADJUSTED-CLAIM-SEQ.
           MOVE BP-PROVIDER-CODE TO CLAIM-PROVIDER-CODE.
       520-START-CLAIM-X.
           EXIT.
      *
       530-ADD-SERVICE-LINE.
      *
           IF NOT CLAIM-OPEN
               ADD 1 TO ORPHAN-LINE-COUNT
               MOVE 'RJ' TO XA-RECORD-ID
               MOVE SPACES TO XA-PATIENT-CONTROL-NO, XA-POLICY-NO,
                    XA-CLAIM-SEQ-NO
               MOVE 'X11' TO XA-REASON-CODE
               MOVE 'SERVICE LINE OUTSIDE A CLAIM' TO XA-REASON-TEXT
               PERFORM 650-WRITE-ACK-RECORD
               GO TO 530-ADD-SERVICE-LINE-X.
           IF CS-REASON-CODE NOT = SPACES
               GO TO 530-ADD-SERVICE-LINE-X.
           IF XV-LINE-NO NOT NUMERIC OR XV-LINE-NO = ZERO
               OR XV-SERVICE-DATE NOT NUMERIC
               OR XV-UNITS NOT NUMERIC
               OR XV-CHARGE NOT NUMERIC
               OR XV-PROCEDURE-CODE = SPACES
               MOVE 'X08' TO CS-REASON-CODE
               MOVE 'SERVICE LINE FIELDS' TO CS-REASON-TEXT
               GO TO 530-ADD-SERVICE-LINE-X.
           IF SVC-LINE-COUNT >= 50
               MOVE 'X10' TO CS-REASON-CODE
               MOVE 'MORE THAN 50 SERVICE LINES' TO CS-REASON-TEXT
               GO TO 530-ADD-SERVICE-LINE-X.
           MOVE SPACES TO CLAIM-LINE-RECORD.
           MOVE INSURED-POLICY-NO TO LN-POLICY-NO.
           MOVE CLAIM-SEQ-NO TO LN-CLAIM-SEQ-NO.
           MOVE XV-LINE-NO TO LN-LINE-NO.
           MOVE XV-SERVICE-DATE TO LN-SERVICE-DATE.
           MOVE XV-PROCEDURE-CODE TO LN-PROCEDURE-CODE.
           MOVE XV-UNITS TO LN-UNITS.
           MOVE XV-CHARGE TO LN-BILLED-AMOUNT.
           PERFORM 535-CHECK-DUPLICATE-LINE
               VARYING SVC-DUP-SUB FROM 1 BY 1
               UNTIL SVC-DUP-SUB > SVC-LINE-COUNT.
           IF CS-REASON-CODE NOT = SPACES
               GO TO 530-ADD-SERVICE-LINE-X.
           ADD 1 TO SVC-LINE-COUNT.
           MOVE CLAIM-LINE-RECORD TO SVC-LINE-RECORD(SVC-LINE-COUNT).
           ADD XV-CHARGE TO CS-LINE-CHARGE-TOTAL.
       530-ADD-SERVICE-LINE-X.
           EXIT.
      *
       535-CHECK-DUPLICATE-LINE.
      *
           IF SVC-LINE-RECORD(SVC-DUP-SUB)(10:3) = XV-LINE-NO
               MOVE 'X08' TO CS-REASON-CODE
               MOVE 'DUPLICATE SERVICE LINE NUMBER' TO CS-REASON-TEXT
           END-IF.
      *
       600-CLOSE-CLAIM.
      *
      *    THE CLAIM IS COMPLETE WHEN THE NEXT LOOP OPENS.  ITS
      *    LINES MUST BE ALL THERE AND ADD UP TO THE CLAIM CHARGE;
      *    A CLAIM BILLED WITHOUT LINES GOES ON ITS HEADER AMOUNT.
           IF NOT CLAIM-OPEN
               GO TO 600-CLOSE-CLAIM-X.
           MOVE 'N' TO CLAIM-OPEN-WS.
           IF CS-REASON-CODE = SPACES
               IF SVC-LINE-COUNT NOT = CS-EXPECTED-LINES
                   MOVE 'X09' TO CS-REASON-CODE
                   MOVE 'LINE COUNT DOES NOT MATCH' TO CS-REASON-TEXT
               ELSE
               IF SVC-LINE-COUNT > ZERO
                   AND CS-LINE-CHARGE-TOTAL NOT = CLAIM-AMOUNT
                   MOVE 'X09' TO CS-REASON-CODE
                   MOVE 'LINE CHARGES DO NOT MATCH' TO CS-REASON-TEXT
               END-IF
               END-IF
           END-IF.
           IF CS-REASON-CODE NOT = SPACES
               PERFORM 640-REJECT-CLAIM
               GO TO 600-CLOSE-CLAIM-X.
           WRITE CLAIM-OUT-RECORD FROM CLAIM-RECORD-WS.
           IF NOT CLMXOUT-OK
               DISPLAY 'TRANSLATED CLAIM FILE WRITE PROBLEM'
               MOVE '600-CLOSE-CLAIM'
                  TO EL-PARAGRAPH
               MOVE 'TRANSLATED CLAIM FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXOUT' TO EL-FILE-NAME
               MOVE CLMXOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO CLAIMS-ACCEPTED-COUNT.
           ADD CLAIM-AMOUNT TO ACCEPTED-CHARGE-TOTAL.
           IF CS-ACCIDENT-TYPE NOT = SPACE
               PERFORM 620-WRITE-LIABILITY
           END-IF.
           PERFORM 610-WRITE-LINE-TRANSACTION
               VARYING SVC-SUB FROM 1 BY 1
               UNTIL SVC-SUB > SVC-LINE-COUNT.
       600-CLOSE-CLAIM-X.
           EXIT.
      *
       610-WRITE-LINE-TRANSACTION.
      *
           MOVE 'A' TO LO-FUNCTION-CODE.
           MOVE SVC-LINE-RECORD(SVC-SUB) TO LO-LINE-DATA.
           WRITE LINE-TRAN-OUT-RECORD.
           IF NOT CLMXLIN-OK
               DISPLAY 'SERVICE LINE TRANSACTION WRITE PROBLEM'
               MOVE '610-WRITE-LINE-TRANSACTION'
                  TO EL-PARAGRAPH
               MOVE 'SERVICE LINE TRANSACTION WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXLIN' TO EL-FILE-NAME
               MOVE CLMXLIN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO LINES-WRITTEN-COUNT.
      *
       620-WRITE-LIABILITY.
      *
           MOVE SPACES TO CLAIM-LIABILITY-RECORD.
           MOVE CLAIM-KEY TO LB-CLAIM-KEY.
           MOVE CS-ACCIDENT-TYPE TO LB-ACCIDENT-TYPE.
           MOVE CS-ACCIDENT-DATE TO LB-ACCIDENT-DATE.
           MOVE CS-ACCIDENT-STATE TO LB-ACCIDENT-STATE.
           MOVE CLAIM-RECEIVED-DATE TO LB-ENTRY-DATE.
           WRITE CLAIM-LIABILITY-RECORD.
           IF NOT CLMXLIB-OK
               DISPLAY 'ACCIDENT INDICATOR FILE WRITE PROBLEM'
               MOVE '620-WRITE-LIABILITY'
                  TO EL-PARAGRAPH
               MOVE 'ACCIDENT INDICATOR FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXLIB' TO EL-FILE-NAME
               MOVE CLMXLIB-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO ACCIDENT-CLAIM-COUNT.
      *
       640-REJECT-CLAIM.
      *
           ADD 1 TO CLAIMS-REJECTED-COUNT.
           MOVE 'RJ' TO XA-RECORD-ID.
           MOVE CS-PATIENT-CONTROL-NO TO XA-PATIENT-CONTROL-NO.
           MOVE CLAIM-KEY(1:7) TO XA-POLICY-NO.
           MOVE CLAIM-KEY(8:2) TO XA-CLAIM-SEQ-NO.
           MOVE CS-REASON-CODE TO XA-REASON-CODE.
           MOVE CS-REASON-TEXT TO XA-REASON-TEXT.
           PERFORM 650-WRITE-ACK-RECORD.
           MOVE CS-PATIENT-CONTROL-NO TO RD-PATIENT-CONTROL-NO.
           MOVE XA-POLICY-NO TO RD-POLICY-NO.
           MOVE XA-CLAIM-SEQ-NO TO RD-CLAIM-SEQ-NO.
           MOVE CS-REASON-CODE TO RD-REASON-CODE.
           MOVE CS-REASON-TEXT TO RD-REASON-TEXT.
           WRITE PRINT-LINE FROM REJECT-DETAIL-LINE.
      *
       650-WRITE-ACK-RECORD.
      *
           MOVE IH-SOURCE TO XA-INTERCHANGE-SOURCE.
           MOVE IH-DATE TO XA-INTERCHANGE-DATE.
           WRITE ACK-RECORD.
           IF NOT CLMXACK-OK
               DISPLAY 'ACKNOWLEDGEMENT FILE WRITE PROBLEM'
               MOVE '650-WRITE-ACK-RECORD'
                  TO EL-PARAGRAPH
               MOVE 'ACKNOWLEDGEMENT FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMXACK' TO EL-FILE-NAME
               MOVE CLMXACK-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS.
      *
      *    THE 'AC' SUMMARY CLOSES THE ACKNOWLEDGEMENT SO THE
      *    CLEARINGHOUSE CAN PROVE ITS OWN SUBMISSION COUNT.
           MOVE SPACES TO ACK-SUMMARY-RECORD.
           MOVE 'AC' TO XA-RECORD-ID.
           MOVE IH-CONTROL-NO TO XA-PATIENT-CONTROL-NO.
           MOVE CLAIMS-RECEIVED-COUNT TO XA-CLAIMS-RECEIVED.
           MOVE CLAIMS-ACCEPTED-COUNT TO XA-CLAIMS-ACCEPTED.
           MOVE CLAIMS-REJECTED-COUNT TO XA-CLAIMS-REJECTED.
           PERFORM 650-WRITE-ACK-RECORD.
           MOVE CLAIMS-RECEIVED-COUNT TO RT-RECEIVED.
           MOVE CLAIMS-ACCEPTED-COUNT TO RT-ACCEPTED.
           MOVE CLAIMS-REJECTED-COUNT TO RT-REJECTED.
           MOVE LINES-WRITTEN-COUNT TO RT-LINES.
           MOVE ACCEPTED-CHARGE-TOTAL TO RT-CHARGES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
           IF ACCIDENT-CLAIM-COUNT > ZERO
               DISPLAY 'CLM837IN: ACCIDENT-RELATED CLAIMS '
                   ACCIDENT-CLAIM-COUNT
           END-IF.
           IF ORPHAN-LINE-COUNT > ZERO
               DISPLAY 'CLM837IN: SERVICE LINES OUTSIDE A CLAIM '
                   ORPHAN-LINE-COUNT
           END-IF.
      *
       900-WRAP-UP.
           CLOSE CLM837-FILE, CLAIM-OUT-FILE, LINE-TRAN-FILE,
                 LIAB-OUT-FILE, ACK-FILE, PRINTFILE.
           IF PROVMST-AVAILABLE
               CLOSE PROVIDER-FILE
           END-IF.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PATCLMGN                                                       *
      * Hospital claim generation, run after DISCHBIL.  Every patient  *
      * receivable DISCHBIL marked to be claimed - a stay for a        *
      * patient PATMST links to one of our insured members - is filed  *
      * as an insurance claim instead of being keyed by the billing    *
      * office.  The member link is proved again through PARTYXRF and  *
      * the policy must be on POLMAST and in force; the claim takes    *
      * the next free sequence number for the policy from the claims   *
      * history, names the hospital (the HOSP-PROV-CD parameter) as    *
      * the pay-to provider, and carries one service line per nightly  *
      * ROOMCHRG charge of the stay - the same-day rate as a single    *
      * line when the stay accrued none.  The claim goes out in the    *
      * 90-byte CLAIMREC layout on PATCLMO, which the JCL concatenates *
      * onto CLMEDIT's CLAIMIN input, and its lines as CLMLMNT add     *
      * transactions on PATCLLN, the way CLM837IN feeds translated     *
      * claims.  The receivable is marked filed with the claim key so  *
      * PATCLMAP can apply the payment when INSURCOB settles it.  A    *
      * stay that cannot be claimed is marked not filed, stays whole   *
      * on the patient's balance and is listed with the reason.        *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (PATCLRPT, PATCLMO, PATCLLN & SYSOUT) *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATCLMGN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATRECV-ST.
           SELECT PATIENT-FILE
               ASSIGN TO UT-S-PATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATIENT-ST.
           SELECT XREF-FILE
               ASSIGN TO UT-S-PARTYXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS XREF-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO UT-S-CLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT PROVIDER-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVMST-ST.
           SELECT ROOM-CHARGE-FILE
               ASSIGN TO UT-S-ROOMCHRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROOMCHRG-ST.
           SELECT CLAIM-OUT-FILE
               ASSIGN TO UT-S-PATCLMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATCLMO-ST.
           SELECT LINE-TRAN-FILE
               ASSIGN TO UT-S-PATCLLN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATCLLN-ST.
           SELECT PRINTFILE
               ASSIGN TO PATCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
      *
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARTYXRF.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
      *
       FD  ROOM-CHARGE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY ROOMCHRG.
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
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  CLAIM-RECORD-WS.
           COPY CLAIMREC.
           COPY CLMLINE.
       01  PROGRAM-SWITCHES.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  PATIENT-ST                 PIC X(2).
               88  PATIENT-OK                     VALUE '00'.
           05  XREF-ST                    PIC X(2).
               88  XREF-OK                        VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  PROVMST-ST                 PIC X(2).
               88  PROVMST-OK                     VALUE '00'.
           05  ROOMCHRG-ST                PIC X(2).
               88  ROOMCHRG-OK                    VALUE '00'.
           05  PATCLMO-ST                 PIC X(2).
               88  PATCLMO-OK                     VALUE '00'.
           05  PATCLLN-ST                 PIC X(2).
               88  PATCLLN-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PATRECV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
           05  ROOMCHRG-EOF-WS            PIC X(1).
               88  NO-MORE-CHARGES                VALUE 'Y'.
           05  HISTORY-EOF-WS             PIC X(1).
               88  NO-MORE-HISTORY                VALUE 'Y'.
           05  POLICY-FOUND-WS            PIC X(1).
               88  POLICY-FOUND                   VALUE 'Y'.
      *
      * THE HOSPITAL'S OWN PROVIDER CODE - THE PAY-TO ON EVERY CLAIM
      * THIS RUN FILES.  NO HOSP-PROV-CD PARAMETER, NO RUN.
       01  HOSPITAL-PROVIDER-WS           PIC X(2)  VALUE SPACES.
           COPY GPARMCOB.
      *
      * CLAIMS ALREADY FILED BUT NOT YET SETTLED, AND THOSE FILED BY
      * THIS RUN, MAY NOT HAVE REACHED THE CLAIMS HISTORY - THEIR
      * SEQUENCE NUMBERS ARE HELD HERE SO NONE IS ISSUED TWICE.
       01  POLICY-SEQ-TABLE-WS.
           05  POLICY-SEQ-COUNT           PIC 9(4) VALUE ZERO.
           05  POLICY-SEQ-ENTRY OCCURS 2000.
               10  PS-POLICY-NO           PIC 9(7).
               10  PS-HIGH-SEQ            PIC 9(2).
       01  PS-SUB                         PIC 9(4).
       01  HIGH-SEQ-WS                    PIC 9(3).
      *
      * THE STAY'S SERVICE LINES, HELD UNTIL THEY ARE PROVED TO ADD
      * UP TO THE BILL SO A CLAIM NEVER GOES OUT HALF-LINED.
       01  SERVICE-LINE-TABLE-WS.
           05  SVC-LINE-COUNT             PIC 9(3) VALUE ZERO.
           05  SVC-LINE-ENTRY OCCURS 400.
               10  SVC-LINE-RECORD        PIC X(50).
       01  SVC-SUB                        PIC 9(3).
       01  LINE-CHARGE-TOTAL-WS           PIC 9(9)V99.
       01  NOT-FILED-REASON-WS            PIC X(30).
      *
      * ROOM-AND-BOARD REVENUE CODES BY BED CLASS; A SAME-DAY STAY
      * BILLED AT THE FLAT RATE GOES AS OBSERVATION.
       01  REVENUE-CODES-WS.
           05  REV-PRIVATE                PIC X(5)  VALUE '0110'.
           05  REV-SEMI-PRIVATE           PIC X(5)  VALUE '0120'.
           05  REV-WARD                   PIC X(5)  VALUE '0150'.
           05  REV-SAME-DAY               PIC X(5)  VALUE '0762'.
       01  RUN-COUNTS-WS.
           05  RECEIVABLES-READ-COUNT     PIC 9(7) VALUE ZERO.
           05  CLAIMS-FILED-COUNT         PIC 9(5) VALUE ZERO.
           05  CLAIMS-FILED-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  NOT-FILED-COUNT            PIC 9(5) VALUE ZERO.
           05  LINES-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "HOSPITAL STAY CLAIM GENERATION -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(19) VALUE "   PAY-TO PROVIDER ".
           05  HDG-PROVIDER      PIC X(2).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "PATIENT".
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(12) VALUE "CLAIM".
           05  FILLER            PIC X(12) VALUE "ADMIT".
           05  FILLER            PIC X(12) VALUE "DISCHARGE".
           05  FILLER            PIC X(17) VALUE "          AMOUNT".
           05  FILLER            PIC X(7)  VALUE "LINES".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  CLAIM-DETAIL-LINE.
           05  CD-PATIENT-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PATIENT-NAME   PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  CD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-ADMIT-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-DISCHARGE-DATE PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-LINES          PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-STATUS         PIC X(30).
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "CLAIMS FILED  ".
           05  RT-FILED          PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-FILED-TOTAL    PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(15) VALUE "  LINES WRITTEN".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-LINES          PIC ZZZZZZ9.
           05  FILLER            PIC X(28) VALUE
                   "  NOT FILED - LEFT SELF-PAY ".
           05  RT-NOT-FILED      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SCREEN-RECEIVABLE UNTIL NO-MORE-RECEIVABLES.
           PERFORM 700-WRITE-RUN-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PATCLMGN' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 150-GET-HOSPITAL-PROVIDER.
           MOVE HOSPITAL-PROVIDER-WS TO HDG-PROVIDER.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-HOSPITAL-PROVIDER.
      *
           MOVE 'PATCLMGN' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'HOSP-PROV-CD' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE(1:2) TO HOSPITAL-PROVIDER-WS
           END-IF.
           IF HOSPITAL-PROVIDER-WS = SPACES
               DISPLAY 'PATCLMGN: NO HOSP-PROV-CD PARAMETER'
               MOVE '150-GET-HOSPITAL-PROVIDER'
                  TO EL-PARAGRAPH
               MOVE 'PATCLMGN: NO HOSP-PROV-CD PARAMETER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           MOVE HOSPITAL-PROVIDER-WS TO PV-PROVIDER-CODE.
           READ PROVIDER-FILE
               INVALID KEY
                   DISPLAY 'PATCLMGN: HOSPITAL PROVIDER '
                       HOSPITAL-PROVIDER-WS ' NOT ON PROVMST'
                   MOVE '150-GET-HOSPITAL-PROVIDER'
                      TO EL-PARAGRAPH
                   MOVE 'PATCLMGN: HOSPITAL PROVIDER NOT ON FILE'
                      TO EL-ERROR-MESSAGE
                   MOVE 'PROVMST' TO EL-FILE-NAME
                   MOVE PROVMST-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
           END-READ.
      *
       200-SCREEN-RECEIVABLE.
      *
           READ RECEIVABLE-FILE
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   ADD 1 TO RECEIVABLES-READ-COUNT
                   EVALUATE TRUE
                       WHEN PR-CLAIM-TO-FILE
                           PERFORM 500-FILE-THE-CLAIM
                       WHEN PR-CLAIM-FILED
                           MOVE PR-CLAIM-POLICY-NO TO PM-POLICY-NO
                           MOVE PR-CLAIM-SEQ-NO TO CLAIM-SEQ-NO
                           PERFORM 540-REMEMBER-SEQUENCE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O RECEIVABLE-FILE.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVABLE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
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
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK
               DISPLAY 'PARTY CROSS-REFERENCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PARTY CROSS-REFERENCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PARTYXRF' TO EL-FILE-NAME
               MOVE XREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
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
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF NOT CLMHST-OK
               DISPLAY 'CLAIMS HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIMS HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMHST' TO EL-FILE-NAME
               MOVE CLMHST-ST TO EL-FILE-STATUS
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
           OPEN OUTPUT CLAIM-OUT-FILE.
           IF NOT PATCLMO-OK
               DISPLAY 'HOSPITAL CLAIM FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HOSPITAL CLAIM FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATCLMO' TO EL-FILE-NAME
               MOVE PATCLMO-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT LINE-TRAN-FILE.
           IF NOT PATCLLN-OK
               DISPLAY 'SERVICE LINE TRANSACTION OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SERVICE LINE TRANSACTION OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATCLLN' TO EL-FILE-NAME
               MOVE PATCLLN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CLAIM GENERATION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM GENERATION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-FILE-THE-CLAIM.
      *
           MOVE SPACES TO NOT-FILED-REASON-WS.
           MOVE SPACES TO CLAIM-RECORD-WS.
           MOVE ZERO TO SVC-LINE-COUNT, CLAIM-SEQ-NO.
           MOVE PR-PATIENT-ID TO PT-PATIENT-ID.
           READ PATIENT-FILE
               INVALID KEY
                   MOVE SPACES TO PT-PATIENT-NAME
                   MOVE ZERO TO PT-MEMBER-POLICY-NO
                   MOVE 'PATIENT NOT ON PATMST'
                       TO NOT-FILED-REASON-WS
           END-READ.
           IF NOT-FILED-REASON-WS = SPACES
               PERFORM 510-PROVE-MEMBER-POLICY
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               PERFORM 520-GATHER-SERVICE-LINES
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               PERFORM 530-ASSIGN-CLAIM-SEQUENCE
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               PERFORM 550-WRITE-CLAIM
               SET PR-CLAIM-FILED TO TRUE
               MOVE CLAIM-KEY TO PR-CLAIM-KEY
               ADD 1 TO CLAIMS-FILED-COUNT
               ADD PR-BILL-AMOUNT TO CLAIMS-FILED-TOTAL
               MOVE 'CLAIM FILED' TO CD-STATUS
           ELSE
               SET PR-CLAIM-NOT-FILED TO TRUE
               ADD 1 TO NOT-FILED-COUNT
               MOVE ZERO TO SVC-LINE-COUNT
               MOVE NOT-FILED-REASON-WS TO CD-STATUS
           END-IF.
           REWRITE PATIENT-RECV-RECORD.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE REWRITE PROBLEM'
               MOVE '500-FILE-THE-CLAIM'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVABLE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 600-WRITE-DETAIL-LINE.
      *
       510-PROVE-MEMBER-POLICY.
      *
      *    THE LINK MAY HAVE BEEN UNDONE SINCE DISCHARGE BILLING,
      *    AND A LAPSED POLICY PAYS NOTHING - NEITHER IS CLAIMED.
           IF PT-MEMBER-CUST-ID = SPACES
               MOVE 'PATIENT NO LONGER LINKED'
                   TO NOT-FILED-REASON-WS
           ELSE
               MOVE PT-MEMBER-CUST-ID TO PX-CUST-ID
               SET PX-POLICY-LINK TO TRUE
               MOVE PT-MEMBER-POLICY-NO TO PX-LINK-NO
               READ XREF-FILE
                   INVALID KEY
                       MOVE 'MEMBER POLICY LINK GONE'
                           TO NOT-FILED-REASON-WS
               END-READ
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               MOVE PT-MEMBER-POLICY-NO TO PM-POLICY-NO
               READ POLMAST-FILE
                   INVALID KEY
                       MOVE 'POLICY NOT ON POLMAST'
                           TO NOT-FILED-REASON-WS
               END-READ
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               AND NOT PM-ACTIVE
               MOVE 'POLICY NOT IN FORCE' TO NOT-FILED-REASON-WS
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               AND PR-BILL-AMOUNT > 9999999.99
               MOVE 'BILL TOO LARGE TO CLAIM' TO NOT-FILED-REASON-WS
           END-IF.
      *
       520-GATHER-SERVICE-LINES.
      *
      *    ONE PASS OF THE NIGHTLY CHARGE FILE PER CLAIMED STAY, AS
      *    DISCHARGE BILLING DOES.  THE LINES MUST STILL ADD UP TO
      *    WHAT THE PATIENT WAS BILLED.
           MOVE ZERO TO LINE-CHARGE-TOTAL-WS.
           MOVE 'N' TO ROOMCHRG-EOF-WS.
           OPEN INPUT ROOM-CHARGE-FILE.
           IF NOT ROOMCHRG-OK
               DISPLAY 'ROOM CHARGE FILE OPEN PROBLEM'
               MOVE '520-GATHER-SERVICE-LINES'
                  TO EL-PARAGRAPH
               MOVE 'ROOM CHARGE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'ROOMCHRG' TO EL-FILE-NAME
               MOVE ROOMCHRG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 525-TAKE-UP-CHARGE UNTIL NO-MORE-CHARGES.
           CLOSE ROOM-CHARGE-FILE.
           IF SVC-LINE-COUNT = ZERO
               AND NOT-FILED-REASON-WS = SPACES
               MOVE SPACES TO CLAIM-LINE-RECORD
               MOVE 1 TO SVC-LINE-COUNT, LN-LINE-NO, LN-UNITS
               MOVE PR-ADMIT-DATE TO LN-SERVICE-DATE
               MOVE REV-SAME-DAY TO LN-PROCEDURE-CODE
               MOVE PR-BILL-AMOUNT TO LN-BILLED-AMOUNT
               MOVE PR-BILL-AMOUNT TO LINE-CHARGE-TOTAL-WS
               MOVE CLAIM-LINE-RECORD TO SVC-LINE-RECORD(1)
           END-IF.
           IF NOT-FILED-REASON-WS = SPACES
               AND LINE-CHARGE-TOTAL-WS NOT = PR-BILL-AMOUNT
               MOVE 'CHARGES CHANGED SINCE BILLING'
                   TO NOT-FILED-REASON-WS
           END-IF.
      *
       525-TAKE-UP-CHARGE.
      *
           READ ROOM-CHARGE-FILE
               AT END
                   SET NO-MORE-CHARGES TO TRUE
               NOT AT END
                   IF SC-PATIENT-ID = PR-PATIENT-ID
                       AND SC-CHARGE-DATE >= PR-ADMIT-DATE
                       AND SC-CHARGE-DATE <= PR-DISCHARGE-DATE
                       PERFORM 527-ADD-SERVICE-LINE
                   END-IF
           END-READ.
      *
       527-ADD-SERVICE-LINE.
      *
           IF SVC-LINE-COUNT >= 400
               MOVE 'MORE THAN 400 SERVICE LINES'
                   TO NOT-FILED-REASON-WS
           ELSE
               ADD 1 TO SVC-LINE-COUNT
               MOVE SPACES TO CLAIM-LINE-RECORD
               MOVE SVC-LINE-COUNT TO LN-LINE-NO
               MOVE SC-CHARGE-DATE TO LN-SERVICE-DATE
               EVALUATE TRUE
                   WHEN SC-PRIVATE
                       MOVE REV-PRIVATE TO LN-PROCEDURE-CODE
                   WHEN SC-SEMI-PRIVATE
                       MOVE REV-SEMI-PRIVATE TO LN-PROCEDURE-CODE
                   WHEN OTHER
                       MOVE REV-WARD TO LN-PROCEDURE-CODE
               END-EVALUATE
               MOVE 1 TO LN-UNITS
               MOVE SC-CHARGE-AMOUNT TO LN-BILLED-AMOUNT
               ADD SC-CHARGE-AMOUNT TO LINE-CHARGE-TOTAL-WS
               MOVE CLAIM-LINE-RECORD
                   TO SVC-LINE-RECORD(SVC-LINE-COUNT)
           END-IF.
      *
       530-ASSIGN-CLAIM-SEQUENCE.
      *
      *    THE NEXT SEQUENCE ABOVE ANY THE POLICY HAS USED - IN THE
      *    CLAIMS HISTORY OR ON A CLAIM STILL ON ITS WAY THERE.
           MOVE ZERO TO HIGH-SEQ-WS.
           MOVE 'N' TO HISTORY-EOF-WS.
           MOVE PM-POLICY-NO TO CH-POLICY-NO.
           MOVE ZERO TO CH-CLAIM-SEQ-NO, CH-PROCESS-DATE.
           START CLAIM-HISTORY-FILE KEY >= CH-HIST-KEY
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START.
           PERFORM 535-READ-POLICY-HISTORY UNTIL NO-MORE-HISTORY.
           MOVE 'N' TO POLICY-FOUND-WS.
           PERFORM 545-FIND-POLICY-SEQ
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB > POLICY-SEQ-COUNT
               OR POLICY-FOUND.
           IF POLICY-FOUND
               AND PS-HIGH-SEQ(PS-SUB) > HIGH-SEQ-WS
               MOVE PS-HIGH-SEQ(PS-SUB) TO HIGH-SEQ-WS
           END-IF.
           IF HIGH-SEQ-WS >= 99
               MOVE 'POLICY OUT OF CLAIM NUMBERS'
                   TO NOT-FILED-REASON-WS
           ELSE
               COMPUTE CLAIM-SEQ-NO = HIGH-SEQ-WS + 1
               PERFORM 540-REMEMBER-SEQUENCE
           END-IF.
      *
       535-READ-POLICY-HISTORY.
      *
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   IF CH-POLICY-NO NOT = PM-POLICY-NO
                       SET NO-MORE-HISTORY TO TRUE
                   ELSE
                       IF CH-CLAIM-SEQ-NO > HIGH-SEQ-WS
                           MOVE CH-CLAIM-SEQ-NO TO HIGH-SEQ-WS
                       END-IF
                   END-IF
           END-READ.
      *
       540-REMEMBER-SEQUENCE.
      *
      *    PM-POLICY-NO AND CLAIM-SEQ-NO NAME THE CLAIM.  OVERFLOW
      *    STOPS THE RUN RATHER THAN RISK A REUSED CLAIM NUMBER.
           MOVE 'N' TO POLICY-FOUND-WS.
           PERFORM 545-FIND-POLICY-SEQ
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB > POLICY-SEQ-COUNT
               OR POLICY-FOUND.
           IF NOT POLICY-FOUND
               IF POLICY-SEQ-COUNT >= 2000
                   DISPLAY 'PATCLMGN: POLICY SEQUENCE TABLE OVERFLOW'
                   MOVE '540-REMEMBER-SEQUENCE'
                      TO EL-PARAGRAPH
                   MOVE 'PATCLMGN: POLICY SEQUENCE TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO POLICY-SEQ-COUNT
               MOVE POLICY-SEQ-COUNT TO PS-SUB
               MOVE PM-POLICY-NO TO PS-POLICY-NO(PS-SUB)
               MOVE ZERO TO PS-HIGH-SEQ(PS-SUB)
           END-IF.
           IF CLAIM-SEQ-NO > PS-HIGH-SEQ(PS-SUB)
               MOVE CLAIM-SEQ-NO TO PS-HIGH-SEQ(PS-SUB)
           END-IF.
      *
       545-FIND-POLICY-SEQ.
      *
           IF PS-POLICY-NO(PS-SUB) = PM-POLICY-NO
               SET POLICY-FOUND TO TRUE
      *        PERFORM VARYING LEAVES PS-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM PS-SUB
           END-IF.
      *
       550-WRITE-CLAIM.
      *
      *    THE INSURED IS THE POLICYHOLDER, AS ON EVERY CLAIM; THE
      *    HOSPITAL IS THE PAY-TO PROVIDER.
           MOVE PM-POLICY-NO TO INSURED-POLICY-NO.
           MOVE PM-LAST-NAME TO INSURED-LAST-NAME.
           MOVE PM-FIRST-NAME TO INSURED-FIRST-NAME.
           MOVE PM-POLICY-TYPE TO POLICY-TYPE.
           MOVE PM-BENEFIT-DATE-X TO POLICY-BENEFIT-DATE-X.
           MOVE PM-POLICY-AMOUNT TO POLICY-AMOUNT.
           MOVE ZERO TO POLICY-DEDUCTIBLE-PAID.
           MOVE PM-POLICY-COINSURANCE TO POLICY-COINSURANCE.
           MOVE PR-BILL-AMOUNT TO CLAIM-AMOUNT.
           MOVE ZERO TO CLAIM-AMOUNT-PAID.
           MOVE BD-BUSINESS-DATE TO CLAIM-RECEIVED-DATE.
           MOVE SPACES TO AGENT-OF-RECORD, CLAIM-ADJUSTMENT-CODE,
                ADJUSTED-CLAIM-SEQ.
           MOVE HOSPITAL-PROVIDER-WS TO CLAIM-PROVIDER-CODE.
           WRITE CLAIM-OUT-RECORD FROM CLAIM-RECORD-WS.
           IF NOT PATCLMO-OK
               DISPLAY 'HOSPITAL CLAIM FILE WRITE PROBLEM'
               MOVE '550-WRITE-CLAIM'
                  TO EL-PARAGRAPH
               MOVE 'HOSPITAL CLAIM FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATCLMO' TO EL-FILE-NAME
               MOVE PATCLMO-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 560-WRITE-LINE-TRANSACTION
               VARYING SVC-SUB FROM 1 BY 1
               UNTIL SVC-SUB > SVC-LINE-COUNT.
      *
       560-WRITE-LINE-TRANSACTION.
      *
           MOVE SVC-LINE-RECORD(SVC-SUB) TO CLAIM-LINE-RECORD.
           MOVE INSURED-POLICY-NO TO LN-POLICY-NO.
           MOVE CLAIM-SEQ-NO TO LN-CLAIM-SEQ-NO.
           MOVE 'A' TO LO-FUNCTION-CODE.
           MOVE CLAIM-LINE-RECORD TO LO-LINE-DATA.
           WRITE LINE-TRAN-OUT-RECORD.
           IF NOT PATCLLN-OK
               DISPLAY 'SERVICE LINE TRANSACTION WRITE PROBLEM'
               MOVE '560-WRITE-LINE-TRANSACTION'
                  TO EL-PARAGRAPH
               MOVE 'SERVICE LINE TRANSACTION WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATCLLN' TO EL-FILE-NAME
               MOVE PATCLLN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO LINES-WRITTEN-COUNT.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE PR-PATIENT-ID TO CD-PATIENT-ID.
           MOVE PT-PATIENT-NAME TO CD-PATIENT-NAME.
           MOVE PT-MEMBER-POLICY-NO TO CD-POLICY-NO.
           MOVE CLAIM-SEQ-NO TO CD-CLAIM-SEQ-NO.
           MOVE PR-ADMIT-DATE TO CD-ADMIT-DATE.
           MOVE PR-DISCHARGE-DATE TO CD-DISCHARGE-DATE.
           MOVE PR-BILL-AMOUNT TO CD-AMOUNT.
           MOVE SVC-LINE-COUNT TO CD-LINES.
           WRITE PRINT-LINE FROM CLAIM-DETAIL-LINE.
      *
       700-WRITE-RUN-TOTALS.
      *
           MOVE CLAIMS-FILED-COUNT TO RT-FILED.
           MOVE CLAIMS-FILED-TOTAL TO RT-FILED-TOTAL.
           MOVE LINES-WRITTEN-COUNT TO RT-LINES.
           MOVE NOT-FILED-COUNT TO RT-NOT-FILED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RECEIVABLE-FILE, PATIENT-FILE, XREF-FILE,
                 POLMAST-FILE, CLAIM-HISTORY-FILE, PROVIDER-FILE,
                 CLAIM-OUT-FILE, LINE-TRAN-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

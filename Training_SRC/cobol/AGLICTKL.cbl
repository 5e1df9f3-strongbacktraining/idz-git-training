      ******************************************************************
      * AGLICTKL                                                       *
      * Monthly agent license and appointment expiry tickler.  Reads   *
      * the AGTLIC file front to back and lists every state license    *
      * that expires, and every appointment that ends, within the      *
      * next sixty days of the business date, so the agents can be     *
      * chased for renewals before AGENTCOM starts holding their       *
      * commission.  Anything already expired or ended is listed too,  *
      * since AGENTCOM is holding on it now.                           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (AGTKRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGLICTKL.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-FILE
               ASSIGN TO UT-S-AGTLIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-LICENSE-KEY
               FILE STATUS IS LICENSE-ST.
           SELECT AGENT-FILE
               ASSIGN TO UT-S-AGENTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENT-CODE
               FILE STATUS IS AGENT-ST.
           SELECT PRINTFILE
               ASSIGN TO AGTKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY AGTLIC.
      *
       FD  AGENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY AGENTREC.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  LICENSE-ST                 PIC X(2).
               88  LICENSE-OK                     VALUE '00'.
           05  AGENT-ST                   PIC X(2).
               88  AGENT-OK                       VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LICENSE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-LICENSES               VALUE 'Y'.
       01  TICKLER-WINDOW-WS.
           05  TICKLER-DAYS-WS            PIC 9(3)  VALUE 60.
           05  BUSINESS-DATE-INT          PIC 9(8).
           05  WINDOW-END-DATE-WS         PIC 9(8).
           05  TICKLE-DATE-WS             PIC 9(8).
           05  DAYS-LEFT-WS               PIC S9(5).
       01  TICKLER-COUNTS-WS.
           05  LICENSES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  EXPIRING-COUNT             PIC 9(7) VALUE ZERO.
           05  EXPIRED-COUNT              PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(40) VALUE
                   "AGENT LICENSE/APPOINTMENT TICKLER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(10) VALUE "  THROUGH ".
           05  HDG-WINDOW-END    PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(6)  VALUE "AGENT".
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(7)  VALUE "STATE".
           05  FILLER            PIC X(17) VALUE "LICENSE NO".
           05  FILLER            PIC X(13) VALUE "WHAT".
           05  FILLER            PIC X(13) VALUE "DATE".
           05  FILLER            PIC X(10) VALUE "DAYS LEFT".
       01  TICKLER-DETAIL-LINE.
           05  TD-AGENT-CODE     PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TD-AGENT-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-STATE          PIC X(2).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  TD-LICENSE-NO     PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-WHAT           PIC X(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-DATE           PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TD-DAYS-LEFT      PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  TD-EXPIRED        PIC X(12).
       01  TICKLER-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "LICENSES READ   ".
           05  TT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "DUE IN WINDOW   ".
           05  TT-EXPIRING       PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "ALREADY LAPSED  ".
           05  TT-EXPIRED        PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-LICENSE UNTIL NO-MORE-LICENSES.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'AGLICTKL' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           COMPUTE WINDOW-END-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (BUSINESS-DATE-INT + TICKLER-DAYS-WS).
           MOVE WINDOW-END-DATE-WS TO HDG-WINDOW-END.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-LICENSE.
      *
       200-CHECK-LICENSE.
      *
      *    THE LICENSE AND THE APPOINTMENT RUN OUT SEPARATELY, AND
      *    EITHER ONE STOPS THE COMMISSION - TICKLE EACH ON ITS OWN.
           ADD 1 TO LICENSES-READ-COUNT.
           IF AL-EXPIRY-DATE <= WINDOW-END-DATE-WS
               MOVE 'LICENSE'      TO TD-WHAT
               MOVE AL-EXPIRY-DATE TO TICKLE-DATE-WS
               PERFORM 500-WRITE-TICKLER-DETAIL
           END-IF.
           IF AL-APPOINT-END-DATE NOT = ZERO
               AND AL-APPOINT-END-DATE <= WINDOW-END-DATE-WS
               MOVE 'APPOINTMENT'       TO TD-WHAT
               MOVE AL-APPOINT-END-DATE TO TICKLE-DATE-WS
               PERFORM 500-WRITE-TICKLER-DETAIL
           END-IF.
           PERFORM 400-READ-LICENSE.
      *
       300-OPEN-FILES.
      *
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
           OPEN INPUT AGENT-FILE.
           IF NOT AGENT-OK
               DISPLAY 'AGENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AGENTMST' TO EL-FILE-NAME
               MOVE AGENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'LICENSE TICKLER REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LICENSE TICKLER REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-LICENSE.
      *
           READ LICENSE-FILE
               AT END
                   SET NO-MORE-LICENSES TO TRUE
           END-READ.
      *
       500-WRITE-TICKLER-DETAIL.
      *
           MOVE AL-AGENT-CODE TO AG-AGENT-CODE, TD-AGENT-CODE.
           READ AGENT-FILE
               INVALID KEY
                   MOVE 'NOT ON AGENT MASTER' TO AG-AGENT-NAME
           END-READ.
           MOVE AG-AGENT-NAME TO TD-AGENT-NAME.
           MOVE AL-STATE TO TD-STATE.
           MOVE AL-LICENSE-NO TO TD-LICENSE-NO.
           MOVE TICKLE-DATE-WS TO TD-DATE.
           COMPUTE DAYS-LEFT-WS =
               FUNCTION INTEGER-OF-DATE(TICKLE-DATE-WS)
               - BUSINESS-DATE-INT.
           IF DAYS-LEFT-WS < ZERO
               ADD 1 TO EXPIRED-COUNT
               MOVE ZERO TO TD-DAYS-LEFT
               MOVE '** LAPSED **' TO TD-EXPIRED
           ELSE
               ADD 1 TO EXPIRING-COUNT
               MOVE DAYS-LEFT-WS TO TD-DAYS-LEFT
               MOVE SPACES TO TD-EXPIRED
           END-IF.
           WRITE PRINT-LINE FROM TICKLER-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE LICENSES-READ-COUNT TO TT-READ.
           MOVE EXPIRING-COUNT      TO TT-EXPIRING.
           MOVE EXPIRED-COUNT       TO TT-EXPIRED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM TICKLER-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE LICENSE-FILE, AGENT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CMPLQRPT                                                       *
      * Quarterly complaint-ratio report for the state filings.        *
      * Complaints on the COMPLNT log received during the quarter are  *
      * counted by the member's STATE and the POLICY-TYPE stamped on   *
      * them when they were logged, with how many came through the     *
      * department of insurance and how many were closed justified.    *
      * The base for the ratio is the policies in force: every         *
      * active policy on POLMAST linked to a customer through a        *
      * PARTYXRF policy link, counted under that customer's STATE.     *
      * The ratio is complaints per 1,000 policies in force, by state  *
      * and policy type, with a total per state and for the company.   *
      * The quarter is the CMPL-QUARTER parameter (CCYYQ) when one is  *
      * on file, otherwise the last full quarter before the business   *
      * date.                                                          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (CMPQRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLQRPT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO UT-S-COMPLNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-COMPLAINT-NO
               FILE STATUS IS COMPLNT-ST.
           SELECT PARTY-XREF-FILE
               ASSIGN TO UT-S-PARTYXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS PARTYXRF-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO CMPQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMPLNT.
      *
       FD  PARTY-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARTYXRF.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  COMPLNT-ST                 PIC X(2).
               88  COMPLNT-OK                     VALUE '00'.
           05  PARTYXRF-ST                PIC X(2).
               88  PARTYXRF-OK                    VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PARTYXRF-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-LINKS                  VALUE 'Y'.
           05  COMPLNT-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-COMPLAINTS             VALUE 'Y'.
           05  STATE-FOUND-WS             PIC X(1).
               88  STATE-FOUND                    VALUE 'Y'.
      *
      * REPORTING QUARTER.  THE CMPL-QUARTER PARAMETER IS CCYYQ.
       01  QUARTER-WS.
           05  QUARTER-YEAR               PIC 9(4).
           05  QUARTER-NO                 PIC 9(1).
       01  PARM-QUARTER-VALUE-WS.
           05  PARM-QUARTER-YEAR          PIC 9(4).
           05  PARM-QUARTER-NO            PIC 9(1).
           05  FILLER                     PIC X(15).
       01  QUARTER-START-DATE             PIC 9(8).
       01  QUARTER-START-DATE-R REDEFINES QUARTER-START-DATE.
           05  QS-YEAR                    PIC 9(4).
           05  QS-MONTH                   PIC 9(2).
           05  QS-DAY                     PIC 9(2).
       01  QUARTER-END-DATE               PIC 9(8).
       01  QUARTER-END-DATE-R REDEFINES QUARTER-END-DATE.
           05  QE-YEAR                    PIC 9(4).
           05  QE-MONTH                   PIC 9(2).
           05  QE-DAY                     PIC 9(2).
       01  QUARTER-END-DAYS-WS.
           05  FILLER                     PIC 9(2) VALUE 31.
           05  FILLER                     PIC 9(2) VALUE 30.
           05  FILLER                     PIC 9(2) VALUE 30.
           05  FILLER                     PIC 9(2) VALUE 31.
       01  QUARTER-END-DAY-TABLE REDEFINES QUARTER-END-DAYS-WS.
           05  QUARTER-END-DAY            PIC 9(2) OCCURS 4.
       01  BUSINESS-DATE-WORK-WS.
           05  BW-YEAR                    PIC 9(4).
           05  BW-MONTH                   PIC 9(2).
           05  BW-DAY                     PIC 9(2).
      *
      * CUSTOMER STATE IS LOOKED UP ONCE PER CUSTOMER AS THE
      * CROSS-REFERENCE IS READ IN CUST-ID ORDER.
       01  PREV-XREF-CUST-ID              PIC X(5)  VALUE SPACES.
       01  LOOKUP-STATE-WS                PIC X(2).
       01  CUSTOMER-STATE-WS              PIC X(2).
      *
      * ONE ENTRY PER STATE, KEPT IN STATE ORDER AS STATES ARE
      * ADDED, WITH A SLOT FOR EACH POLICY TYPE.
       77  STATE-TABLE-MAX                PIC 9(3) COMP VALUE 70.
       77  STATE-COUNT                    PIC 9(3) COMP VALUE ZERO.
       77  STATE-SUB                      PIC 9(3) COMP.
       77  SHIFT-SUB                      PIC 9(3) COMP.
       77  TYPE-SUB                       PIC 9(1) COMP.
       01  STATE-TABLE-WS.
           05  ST-ENTRY OCCURS 70.
               10  ST-STATE               PIC X(2).
               10  ST-TYPE OCCURS 3.
                   15  ST-POLICY-COUNT    PIC 9(7).
                   15  ST-COMPLAINT-COUNT PIC 9(5).
                   15  ST-DOI-COUNT       PIC 9(5).
                   15  ST-JUSTIFIED-COUNT PIC 9(5).
       01  RATIO-TOTALS-WS.
           05  RT-POLICY-COUNT            PIC 9(9).
           05  RT-COMPLAINT-COUNT         PIC 9(7).
           05  RT-DOI-COUNT               PIC 9(7).
           05  RT-JUSTIFIED-COUNT         PIC 9(7).
       01  STATE-TOTALS-WS.
           05  SS-POLICY-COUNT            PIC 9(9).
           05  SS-COMPLAINT-COUNT         PIC 9(7).
           05  SS-DOI-COUNT               PIC 9(7).
           05  SS-JUSTIFIED-COUNT         PIC 9(7).
       01  GRAND-TOTALS-WS.
           05  GT-POLICY-COUNT            PIC 9(9) VALUE ZERO.
           05  GT-COMPLAINT-COUNT         PIC 9(7) VALUE ZERO.
           05  GT-DOI-COUNT               PIC 9(7) VALUE ZERO.
           05  GT-JUSTIFIED-COUNT         PIC 9(7) VALUE ZERO.
       01  RATIO-WS                       PIC 9(5)V99.
       01  RUN-COUNTS-WS.
           05  LINK-READ-COUNT            PIC 9(7) VALUE ZERO.
           05  COMPLAINT-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  NOT-TABLED-COUNT           PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(34) VALUE
                   "QUARTERLY COMPLAINT RATIO REPORT -".
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  HDG-YEAR          PIC 9(4).
           05  FILLER            PIC X(2)  VALUE " Q".
           05  HDG-QUARTER       PIC 9(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  HDG-START-DATE    PIC 9999/99/99.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  HDG-END-DATE      PIC 9999/99/99.
           05  FILLER            PIC X(17) VALUE "   POLICIES AS OF".
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  HDG-RUN-DATE      PIC 9999/99/99.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(6)  VALUE "STATE".
           05  FILLER            PIC X(14) VALUE "POLICY TYPE".
           05  FILLER            PIC X(13) VALUE "  IN FORCE".
           05  FILLER            PIC X(12) VALUE "COMPLAINTS".
           05  FILLER            PIC X(10) VALUE "  DOI".
           05  FILLER            PIC X(12) VALUE " JUSTIFIED".
           05  FILLER            PIC X(20) VALUE "  PER 1,000".
       01  RATIO-DETAIL-LINE.
           05  RL-STATE          PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-TYPE-NAME      PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-POLICY-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-COMPLAINT-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-DOI-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-JUSTIFIED-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-RATIO          PIC ZZ,ZZ9.99.
           05  RL-RATIO-X REDEFINES RL-RATIO
                                 PIC X(9).
       01  POLICY-TYPE-NAMES-WS.
           05  FILLER            PIC X(12) VALUE "EMPLOYER".
           05  FILLER            PIC X(12) VALUE "MEDICARE".
           05  FILLER            PIC X(12) VALUE "AFFORDABLE".
       01  POLICY-TYPE-NAME-TABLE REDEFINES POLICY-TYPE-NAMES-WS.
           05  POLICY-TYPE-NAME  PIC X(12) OCCURS 3.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-COUNT-POLICY-LINK UNTIL NO-MORE-LINKS.
           PERFORM 250-COUNT-COMPLAINT UNTIL NO-MORE-COMPLAINTS.
           PERFORM 700-WRITE-RATIOS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'CMPLQRPT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 150-GET-QUARTER.
           MOVE QUARTER-YEAR TO HDG-YEAR.
           MOVE QUARTER-NO TO HDG-QUARTER.
           MOVE QUARTER-START-DATE TO HDG-START-DATE.
           MOVE QUARTER-END-DATE TO HDG-END-DATE.
           MOVE BD-BUSINESS-DATE TO HDG-RUN-DATE.
           INITIALIZE STATE-TABLE-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-QUARTER.
      *
      *    DEFAULT IS THE LAST FULL QUARTER BEFORE THE BUSINESS DATE.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-WORK-WS.
           MOVE BW-YEAR TO QUARTER-YEAR.
           COMPUTE QUARTER-NO = (BW-MONTH - 1) / 3.
           IF QUARTER-NO = ZERO
               MOVE 4 TO QUARTER-NO
               SUBTRACT 1 FROM QUARTER-YEAR
           END-IF.
           MOVE 'CMPLQRPT' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'CMPL-QUARTER' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-QUARTER-VALUE-WS
               IF PARM-QUARTER-YEAR NUMERIC
                   AND PARM-QUARTER-NO NUMERIC
                   AND PARM-QUARTER-NO >= 1 AND PARM-QUARTER-NO <= 4
                   MOVE PARM-QUARTER-YEAR TO QUARTER-YEAR
                   MOVE PARM-QUARTER-NO TO QUARTER-NO
               ELSE
                   DISPLAY 'CMPL-QUARTER NOT CCYYQ - REPORTING '
                       QUARTER-YEAR ' Q' QUARTER-NO
               END-IF
           END-IF.
           MOVE QUARTER-YEAR TO QS-YEAR, QE-YEAR.
           COMPUTE QS-MONTH = (QUARTER-NO - 1) * 3 + 1.
           MOVE 1 TO QS-DAY.
           COMPUTE QE-MONTH = QUARTER-NO * 3.
           MOVE QUARTER-END-DAY(QUARTER-NO) TO QE-DAY.
      *
       200-COUNT-POLICY-LINK.
      *
           READ PARTY-XREF-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LINKS TO TRUE
               NOT AT END
                   ADD 1 TO LINK-READ-COUNT
                   IF PX-POLICY-LINK
                       PERFORM 500-COUNT-POLICY-IN-FORCE
                   END-IF
           END-READ.
      *
       250-COUNT-COMPLAINT.
      *
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COMPLAINTS TO TRUE
               NOT AT END
                   ADD 1 TO COMPLAINT-READ-COUNT
                   IF CM-RECEIVED-DATE >= QUARTER-START-DATE
                       AND CM-RECEIVED-DATE <= QUARTER-END-DATE
                       PERFORM 550-COUNT-QUARTER-COMPLAINT
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT COMPLAINT-FILE.
           IF NOT COMPLNT-OK
               DISPLAY 'COMPLAINT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'COMPLNT' TO EL-FILE-NAME
               MOVE COMPLNT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PARTY-XREF-FILE.
           IF NOT PARTYXRF-OK
               DISPLAY 'PARTY CROSS-REFERENCE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PARTY CROSS-REFERENCE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PARTYXRF' TO EL-FILE-NAME
               MOVE PARTYXRF-ST TO EL-FILE-STATUS
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
           OPEN INPUT POLMAST-FILE.
           IF NOT POLMAST-OK
               DISPLAY 'POLICY MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POLICY MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POLMAST' TO EL-FILE-NAME
               MOVE POLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'COMPLAINT RATIO REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT RATIO REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-COUNT-POLICY-IN-FORCE.
      *
           MOVE PX-LINK-NO TO PM-POLICY-NO.
           READ POLMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF POLMAST-OK AND PM-ACTIVE
               AND PM-POLICY-TYPE >= 1 AND PM-POLICY-TYPE <= 3
               IF PX-CUST-ID NOT = PREV-XREF-CUST-ID
                   PERFORM 510-GET-CUSTOMER-STATE
               END-IF
               MOVE CUSTOMER-STATE-WS TO LOOKUP-STATE-WS
               PERFORM 520-FIND-STATE
               IF STATE-FOUND
                   MOVE PM-POLICY-TYPE TO TYPE-SUB
                   ADD 1 TO ST-POLICY-COUNT(STATE-SUB, TYPE-SUB)
               END-IF
           END-IF.
      *
       510-GET-CUSTOMER-STATE.
      *
           MOVE PX-CUST-ID TO PREV-XREF-CUST-ID.
           MOVE PX-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD.
           MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD.
           READ CUSTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CUSTFILE-OK
               MOVE STATE OF CUST-MASTER-RECORD TO CUSTOMER-STATE-WS
           ELSE
               MOVE '??' TO CUSTOMER-STATE-WS
           END-IF.
      *
       520-FIND-STATE.
      *
      *    FINDS LOOKUP-STATE-WS IN THE TABLE, ADDING IT IN STATE
      *    ORDER WHEN IT IS NOT THERE YET.  STATE-SUB POINTS AT THE
      *    ENTRY ON RETURN.
           MOVE 'N' TO STATE-FOUND-WS.
           PERFORM 521-SCAN-STATE
               VARYING STATE-SUB FROM 1 BY 1
               UNTIL STATE-SUB > STATE-COUNT
                  OR ST-STATE(STATE-SUB) >= LOOKUP-STATE-WS.
           IF STATE-SUB <= STATE-COUNT
               AND ST-STATE(STATE-SUB) = LOOKUP-STATE-WS
               SET STATE-FOUND TO TRUE
           ELSE
               IF STATE-COUNT < STATE-TABLE-MAX
                   PERFORM 522-SHIFT-STATE
                       VARYING SHIFT-SUB FROM STATE-COUNT BY -1
                       UNTIL SHIFT-SUB < STATE-SUB
                   INITIALIZE ST-ENTRY(STATE-SUB)
                   MOVE LOOKUP-STATE-WS TO ST-STATE(STATE-SUB)
                   ADD 1 TO STATE-COUNT
                   SET STATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO NOT-TABLED-COUNT
               END-IF
           END-IF.
      *
       521-SCAN-STATE.
      *
           CONTINUE.
      *
       522-SHIFT-STATE.
      *
           MOVE ST-ENTRY(SHIFT-SUB) TO ST-ENTRY(SHIFT-SUB + 1).
      *
       550-COUNT-QUARTER-COMPLAINT.
      *
           IF CM-POLICY-TYPE >= 1 AND CM-POLICY-TYPE <= 3
               MOVE CM-STATE TO LOOKUP-STATE-WS
               PERFORM 520-FIND-STATE
               IF STATE-FOUND
                   MOVE CM-POLICY-TYPE TO TYPE-SUB
                   ADD 1 TO ST-COMPLAINT-COUNT(STATE-SUB, TYPE-SUB)
                   IF CM-DEPT-OF-INSURANCE
                       ADD 1 TO ST-DOI-COUNT(STATE-SUB, TYPE-SUB)
                   END-IF
                   IF CM-CLOSED AND CM-JUSTIFIED
                       ADD 1
                         TO ST-JUSTIFIED-COUNT(STATE-SUB, TYPE-SUB)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO NOT-TABLED-COUNT
           END-IF.
      *
       700-WRITE-RATIOS.
      *
           PERFORM 710-WRITE-STATE
               VARYING STATE-SUB FROM 1 BY 1
               UNTIL STATE-SUB > STATE-COUNT.
           MOVE GRAND-TOTALS-WS TO RATIO-TOTALS-WS.
           MOVE 'COMPANY TOTAL' TO RL-TYPE-NAME.
           MOVE SPACES TO RL-STATE.
           PERFORM 740-WRITE-RATIO-LINE.
           DISPLAY 'CMPLQRPT: LINKS READ ' LINK-READ-COUNT
                   ' COMPLAINTS READ ' COMPLAINT-READ-COUNT
                   ' IN QUARTER ' GT-COMPLAINT-COUNT.
           IF NOT-TABLED-COUNT > ZERO
               DISPLAY 'CMPLQRPT: ' NOT-TABLED-COUNT
                   ' POLICIES/COMPLAINTS NOT REPORTED - BAD POLICY'
                   ' TYPE OR STATE TABLE FULL'
           END-IF.
      *
       710-WRITE-STATE.
      *
           INITIALIZE STATE-TOTALS-WS.
           PERFORM 720-WRITE-STATE-TYPE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 3.
           MOVE STATE-TOTALS-WS TO RATIO-TOTALS-WS.
           MOVE ST-STATE(STATE-SUB) TO RL-STATE.
           MOVE 'STATE TOTAL' TO RL-TYPE-NAME.
           PERFORM 740-WRITE-RATIO-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD SS-POLICY-COUNT TO GT-POLICY-COUNT.
           ADD SS-COMPLAINT-COUNT TO GT-COMPLAINT-COUNT.
           ADD SS-DOI-COUNT TO GT-DOI-COUNT.
           ADD SS-JUSTIFIED-COUNT TO GT-JUSTIFIED-COUNT.
      *
       720-WRITE-STATE-TYPE.
      *
           MOVE ST-POLICY-COUNT(STATE-SUB, TYPE-SUB)
               TO RT-POLICY-COUNT.
           MOVE ST-COMPLAINT-COUNT(STATE-SUB, TYPE-SUB)
               TO RT-COMPLAINT-COUNT.
           MOVE ST-DOI-COUNT(STATE-SUB, TYPE-SUB)
               TO RT-DOI-COUNT.
           MOVE ST-JUSTIFIED-COUNT(STATE-SUB, TYPE-SUB)
               TO RT-JUSTIFIED-COUNT.
           ADD RT-POLICY-COUNT TO SS-POLICY-COUNT.
           ADD RT-COMPLAINT-COUNT TO SS-COMPLAINT-COUNT.
           ADD RT-DOI-COUNT TO SS-DOI-COUNT.
           ADD RT-JUSTIFIED-COUNT TO SS-JUSTIFIED-COUNT.
           IF RT-POLICY-COUNT > ZERO OR RT-COMPLAINT-COUNT > ZERO
               MOVE ST-STATE(STATE-SUB) TO RL-STATE
               MOVE POLICY-TYPE-NAME(TYPE-SUB) TO RL-TYPE-NAME
               PERFORM 740-WRITE-RATIO-LINE
           END-IF.
      *
       740-WRITE-RATIO-LINE.
      *
      *    COMPLAINTS PER 1,000 POLICIES IN FORCE.  COMPLAINTS WITH
      *    NO POLICIES IN FORCE BEHIND THEM HAVE NO BASE TO RATE.
           MOVE RT-POLICY-COUNT TO RL-POLICY-COUNT.
           MOVE RT-COMPLAINT-COUNT TO RL-COMPLAINT-COUNT.
           MOVE RT-DOI-COUNT TO RL-DOI-COUNT.
           MOVE RT-JUSTIFIED-COUNT TO RL-JUSTIFIED-COUNT.
           IF RT-POLICY-COUNT = ZERO
               MOVE '  NO BASE' TO RL-RATIO-X
           ELSE
               COMPUTE RATIO-WS ROUNDED =
                   RT-COMPLAINT-COUNT * 1000 / RT-POLICY-COUNT
                   ON SIZE ERROR
                       MOVE 99999.99 TO RATIO-WS
               END-COMPUTE
               MOVE RATIO-WS TO RL-RATIO
           END-IF.
           WRITE PRINT-LINE FROM RATIO-DETAIL-LINE.
      *
       900-WRAP-UP.
           CLOSE COMPLAINT-FILE, PARTY-XREF-FILE, CUSTFILE,
                 POLMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

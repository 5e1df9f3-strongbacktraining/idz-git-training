      ******************************************************************
      * PATAGE                                                         *
      * Patient receivable aging and collection-agency placement.      *
      * Every open or placed PATRECV receivable with a balance due is  *
      * aged from its bill date into the current, 31-60, 61-90, 91-120 *
      * and over-120-day bands, with band totals at the end.  An open  *
      * account older than the placement age (the PAT-PLACE-DY         *
      * parameter, 120 days when it is not set) is written to the      *
      * PATPLACE placement file for the collection agency, with the    *
      * patient's name and address from PATMST, and is marked placed   *
      * on the receivable.  A stay whose insurance claim has not yet   *
      * settled is aged but never placed - the patient's share is not  *
      * known until it does.                                           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (PATAGERP, PATPLACE & SYSOUT)         *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATAGE.
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
           SELECT PLACEMENT-FILE
               ASSIGN TO UT-S-PATPLACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATPLACE-ST.
           SELECT PRINTFILE
               ASSIGN TO PATAGERP
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
       FD  PLACEMENT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATPLACE.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  PATIENT-ST                 PIC X(2).
               88  PATIENT-OK                     VALUE '00'.
           05  PATPLACE-ST                PIC X(2).
               88  PATPLACE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PATRECV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-RECEIVABLES            VALUE 'Y'.
       01  PLACEMENT-DAYS-WS              PIC 9(3)  VALUE 120.
       01  PARM-DAYS-VALUE-WS.
           05  PARM-DAYS-WS               PIC 9(3).
           05  FILLER                     PIC X(17).
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  BILL-INT-WS                PIC 9(9) COMP.
           05  DAYS-OUTSTANDING-WS        PIC S9(9) COMP.
      *
      * BAND 1 IS CURRENT (30 DAYS OR LESS), THEN 31-60, 61-90,
      * 91-120 AND OVER 120.
       01  BAND-SUB                       PIC 9(1).
       01  AGING-BANDS-WS.
           05  AGING-BAND OCCURS 5.
               10  BAND-COUNT             PIC 9(7).
               10  BAND-TOTAL             PIC S9(11)V99.
       01  AGING-COUNTS-WS.
           05  RECEIVABLES-READ-COUNT     PIC 9(7) VALUE ZERO.
           05  RECEIVABLES-AGED-COUNT     PIC 9(7) VALUE ZERO.
           05  PLACED-COUNT               PIC 9(7) VALUE ZERO.
           05  PLACED-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  AGED-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "PATIENT RECEIVABLE AGING -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(19) VALUE
                   "   PLACEMENT AGE   ".
           05  HDG-PLACE-DAYS    PIC ZZ9.
           05  FILLER            PIC X(5)  VALUE " DAYS".
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "PATIENT".
           05  FILLER            PIC X(12) VALUE "BILL DATE".
           05  FILLER            PIC X(7)  VALUE "   DAYS".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE "        CURRENT".
           05  FILLER            PIC X(15) VALUE "          31-60".
           05  FILLER            PIC X(15) VALUE "          61-90".
           05  FILLER            PIC X(15) VALUE "         91-120".
           05  FILLER            PIC X(15) VALUE "       OVER 120".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(24) VALUE "ACTION".
       01  AGING-DETAIL-LINE.
           05  AD-PATIENT-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-BILL-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-DAYS           PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-BAND OCCURS 5.
               10  FILLER        PIC X(1)  VALUE SPACE.
               10  AD-BAND-AMOUNT
                                 PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AD-ACTION         PIC X(24).
       01  AGING-TOTALS-LINE.
           05  FILLER            PIC X(31) VALUE
                   "BAND TOTALS".
           05  AT-BAND OCCURS 5.
               10  FILLER        PIC X(1)  VALUE SPACE.
               10  AT-BAND-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  AGING-COUNTS-LINE.
           05  FILLER            PIC X(31) VALUE
                   "ACCOUNTS".
           05  AT-COUNT OCCURS 5.
               10  FILLER        PIC X(1)  VALUE SPACE.
               10  AT-BAND-COUNT PIC Z(10)ZZZ9.
       01  AGING-SUMMARY-LINE.
           05  FILLER            PIC X(14) VALUE "RECEIVABLES   ".
           05  AS-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AGED   ".
           05  AS-AGED           PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  AS-AGED-TOTAL     PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(21) VALUE
                   "  PLACED WITH AGENCY ".
           05  AS-PLACED         PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  AS-PLACED-TOTAL   PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-RECEIVABLE UNTIL NO-MORE-RECEIVABLES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PATAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           INITIALIZE AGING-BANDS-WS.
           PERFORM 150-GET-PLACEMENT-AGE.
           PERFORM 300-OPEN-FILES.
           MOVE PLACEMENT-DAYS-WS TO HDG-PLACE-DAYS.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-PLACEMENT-AGE.
      *
           MOVE 'PATAGE' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'PAT-PLACE-DY' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC AND PARM-DAYS-WS > ZERO
                   MOVE PARM-DAYS-WS TO PLACEMENT-DAYS-WS
               END-IF
           END-IF.
           DISPLAY 'PATAGE: PLACEMENT AGE ' PLACEMENT-DAYS-WS ' DAYS'.
      *
       200-AGE-RECEIVABLE.
      *
           READ RECEIVABLE-FILE
               AT END
                   SET NO-MORE-RECEIVABLES TO TRUE
               NOT AT END
                   ADD 1 TO RECEIVABLES-READ-COUNT
                   IF (PR-OPEN OR PR-PLACED)
                       AND PR-BALANCE-DUE > ZERO
                       PERFORM 500-AGE-THE-BALANCE
                   END-IF
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
           OPEN OUTPUT PLACEMENT-FILE.
           IF NOT PATPLACE-OK
               DISPLAY 'AGENCY PLACEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGENCY PLACEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATPLACE' TO EL-FILE-NAME
               MOVE PATPLACE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'AGING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-AGE-THE-BALANCE.
      *
           ADD 1 TO RECEIVABLES-AGED-COUNT.
           ADD PR-BALANCE-DUE TO AGED-TOTAL.
           COMPUTE BILL-INT-WS =
               FUNCTION INTEGER-OF-DATE(PR-BILL-DATE).
           COMPUTE DAYS-OUTSTANDING-WS = TODAY-INT-WS - BILL-INT-WS.
           IF DAYS-OUTSTANDING-WS < ZERO
               MOVE ZERO TO DAYS-OUTSTANDING-WS
           END-IF.
           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING-WS > 120
                   MOVE 5 TO BAND-SUB
               WHEN DAYS-OUTSTANDING-WS > 90
                   MOVE 4 TO BAND-SUB
               WHEN DAYS-OUTSTANDING-WS > 60
                   MOVE 3 TO BAND-SUB
               WHEN DAYS-OUTSTANDING-WS > 30
                   MOVE 2 TO BAND-SUB
               WHEN OTHER
                   MOVE 1 TO BAND-SUB
           END-EVALUATE.
           ADD 1 TO BAND-COUNT(BAND-SUB).
           ADD PR-BALANCE-DUE TO BAND-TOTAL(BAND-SUB).
           MOVE SPACES TO AD-ACTION.
           EVALUATE TRUE
               WHEN PR-PLACED
                   MOVE SPACES TO AD-ACTION
                   STRING 'WITH AGENCY SINCE ' PR-PLACED-DATE
                       DELIMITED BY SIZE INTO AD-ACTION
                   END-STRING
               WHEN DAYS-OUTSTANDING-WS NOT > PLACEMENT-DAYS-WS
                   CONTINUE
               WHEN PR-CLAIM-TO-FILE OR PR-CLAIM-FILED
                   MOVE 'INSURANCE NOT SETTLED' TO AD-ACTION
               WHEN OTHER
                   PERFORM 550-PLACE-WITH-AGENCY
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
      *
       550-PLACE-WITH-AGENCY.
      *
           MOVE PR-PATIENT-ID TO PT-PATIENT-ID.
           READ PATIENT-FILE
               INVALID KEY
                   MOVE SPACES TO PT-PATIENT-NAME, PT-ADDR,
                        PT-CITY, PT-STATE
           END-READ.
           MOVE SPACES TO PLACEMENT-RECORD.
           MOVE PR-PATIENT-ID TO PL-PATIENT-ID.
           MOVE PR-BILL-DATE TO PL-BILL-DATE.
           MOVE PT-PATIENT-NAME TO PL-PATIENT-NAME.
           MOVE PT-ADDR TO PL-ADDR.
           MOVE PT-CITY TO PL-CITY.
           MOVE PT-STATE TO PL-STATE.
           MOVE PR-ADMIT-DATE TO PL-ADMIT-DATE.
           MOVE PR-DISCHARGE-DATE TO PL-DISCHARGE-DATE.
           MOVE PR-BALANCE-DUE TO PL-BALANCE-DUE.
           MOVE DAYS-OUTSTANDING-WS TO PL-DAYS-OUTSTANDING.
           MOVE BD-BUSINESS-DATE TO PL-PLACED-DATE.
           WRITE PLACEMENT-RECORD.
           IF NOT PATPLACE-OK
               DISPLAY 'AGENCY PLACEMENT WRITE PROBLEM'
               MOVE '550-PLACE-WITH-AGENCY'
                  TO EL-PARAGRAPH
               MOVE 'AGENCY PLACEMENT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATPLACE' TO EL-FILE-NAME
               MOVE PATPLACE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           SET PR-PLACED TO TRUE.
           MOVE BD-BUSINESS-DATE TO PR-PLACED-DATE.
           REWRITE PATIENT-RECV-RECORD.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE REWRITE PROBLEM'
               MOVE '550-PLACE-WITH-AGENCY'
                  TO EL-PARAGRAPH
               MOVE 'RECEIVABLE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRECV' TO EL-FILE-NAME
               MOVE PATRECV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO PLACED-COUNT.
           ADD PR-BALANCE-DUE TO PLACED-TOTAL.
           MOVE 'PLACED WITH AGENCY' TO AD-ACTION.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE PR-PATIENT-ID TO AD-PATIENT-ID.
           MOVE PR-BILL-DATE TO AD-BILL-DATE.
           MOVE DAYS-OUTSTANDING-WS TO AD-DAYS.
           MOVE ZERO TO AD-BAND-AMOUNT(1), AD-BAND-AMOUNT(2),
                AD-BAND-AMOUNT(3), AD-BAND-AMOUNT(4),
                AD-BAND-AMOUNT(5).
           MOVE PR-BALANCE-DUE TO AD-BAND-AMOUNT(BAND-SUB).
           WRITE PRINT-LINE FROM AGING-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           PERFORM 710-MOVE-BAND-TOTAL
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > 5.
           MOVE RECEIVABLES-READ-COUNT TO AS-READ.
           MOVE RECEIVABLES-AGED-COUNT TO AS-AGED.
           MOVE AGED-TOTAL TO AS-AGED-TOTAL.
           MOVE PLACED-COUNT TO AS-PLACED.
           MOVE PLACED-TOTAL TO AS-PLACED-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM AGING-TOTALS-LINE.
           WRITE PRINT-LINE FROM AGING-COUNTS-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM AGING-SUMMARY-LINE.
      *
       710-MOVE-BAND-TOTAL.
      *
           MOVE BAND-TOTAL(BAND-SUB) TO AT-BAND-TOTAL(BAND-SUB).
           MOVE BAND-COUNT(BAND-SUB) TO AT-BAND-COUNT(BAND-SUB).
      *
       900-WRAP-UP.
           CLOSE RECEIVABLE-FILE, PATIENT-FILE, PLACEMENT-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

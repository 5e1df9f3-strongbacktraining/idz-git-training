      ******************************************************************
      * AUDSAMP                                                        *
      * Weekly claims quality-audit sample.  Passes the cumulative     *
      * CLMHIST history for the claims paid in the seven days ending   *
      * on the business date and draws a random sample of them for     *
      * internal audit: every paid claim gets a draw from a seeded     *
      * random sequence and is selected when the draw falls under its  *
      * stratum's rate - a higher rate for claims paid over the        *
      * high-dollar threshold.  The rates, the threshold and the seed  *
      * come from the central parameter file through GETPARM; the      *
      * seed defaults to the business date and is printed on the       *
      * worklist, so the same week's sample can always be drawn        *
      * again.  Selected claims go on the AUDITWL worklist awaiting    *
      * review, and the worklist report is the auditors' pull list.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (AUDSRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO UT-S-CLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT AUDIT-SAMPLE-FILE
               ASSIGN TO UT-S-AUDITWL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QA-SAMPLE-KEY
               FILE STATUS IS AUDITWL-ST.
           SELECT PRINTFILE
               ASSIGN TO AUDSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  AUDIT-SAMPLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDITWL.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  CLAIM-RECORD-WS.
           COPY CLAIMREC.
       01  PROGRAM-SWITCHES.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  AUDITWL-ST                 PIC X(2).
               88  AUDITWL-OK                     VALUE '00'.
               88  AUDITWL-DUPLICATE              VALUE '22'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CLMHST-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
      *
      * SAMPLING RATES IN WHOLE PERCENT AND THE HIGH-DOLLAR
      * THRESHOLD.  THE QA-STD-PCT, QA-HIGH-PCT AND QA-HIGH-AMT
      * PARAMETERS OVERRIDE THEM; QA-SEED FIXES THE DRAW.
       77  STD-DEFAULT-PCT                PIC 9(3) VALUE 2.
       77  HIGH-DEFAULT-PCT               PIC 9(3) VALUE 20.
       77  HIGH-DEFAULT-AMT               PIC 9(7)V99 VALUE 5000.00.
       77  STD-SAMPLE-PCT                 PIC 9(3) VALUE 2.
       77  HIGH-SAMPLE-PCT                PIC 9(3) VALUE 20.
       77  HIGH-DOLLAR-AMT                PIC 9(7)V99 VALUE 5000.00.
       77  SAMPLE-WINDOW-DAYS             PIC 9(3) VALUE 7.
       01  PARM-PERCENT-VALUE-WS.
           05  PARM-PERCENT-WS            PIC 9(3).
           05  FILLER                     PIC X(17).
       01  PARM-NUMERIC-VALUE-WS.
           05  PARM-AMOUNT-WS             PIC 9(9)V99.
           05  FILLER                     PIC X(9).
       01  PARM-SEED-VALUE-WS.
           05  PARM-SEED-WS               PIC 9(9).
           05  FILLER                     PIC X(11).
           COPY GPARMCOB.
       01  DRAW-WORK-WS.
           05  SEED-WS                    PIC 9(9).
           05  RANDOM-DRAW-WS             PIC V9(9).
           05  DRAW-PERCENT-WS            PIC 9(3)V9(7).
           05  RATE-PCT-WS                PIC 9(3).
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  WINDOW-FROM-INT-WS         PIC 9(9) COMP.
           05  WINDOW-FROM-DATE-WS        PIC 9(8).
       01  SAMPLE-COUNTS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  PAID-STD-COUNT             PIC 9(7) VALUE ZERO.
           05  PAID-HIGH-COUNT            PIC 9(7) VALUE ZERO.
           05  SAMPLED-STD-COUNT          PIC 9(7) VALUE ZERO.
           05  SAMPLED-HIGH-COUNT         PIC 9(7) VALUE ZERO.
           05  ALREADY-SAMPLED-COUNT      PIC 9(7) VALUE ZERO.
           05  SAMPLED-PAID-TOTAL         PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(33) VALUE
                   "CLAIMS QUALITY-AUDIT WORKLIST -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(12) VALUE "   PAID FROM".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-FROM-DATE     PIC 9999/99/99.
           05  FILLER            PIC X(8)  VALUE "   SEED ".
           05  HDG-SEED          PIC 9(9).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(19) VALUE "STANDARD RATE PCT ".
           05  HDG-STD-PCT       PIC ZZ9.
           05  FILLER            PIC X(20) VALUE
                   "   HIGH-DOLLAR RATE ".
           05  HDG-HIGH-PCT      PIC ZZ9.
           05  FILLER            PIC X(14) VALUE
                   "   PAID OVER  ".
           05  HDG-HIGH-AMT      PIC $$,$$$,$$9.99.
       01  HEADING-LINE-THREE.
           05  FILLER            PIC X(13) VALUE "POLICY-SEQ".
           05  FILLER            PIC X(12) VALUE "PROCESSED".
           05  FILLER            PIC X(5)  VALUE "TYPE".
           05  FILLER            PIC X(5)  VALUE "PROV".
           05  FILLER            PIC X(28) VALUE "INSURED".
           05  FILLER            PIC X(15) VALUE "        BILLED".
           05  FILLER            PIC X(15) VALUE "          PAID".
           05  FILLER            PIC X(8)  VALUE " STRATUM".
       01  SAMPLE-DETAIL-LINE.
           05  SD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  SD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-PROCESS-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-POLICY-TYPE    PIC 9(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-PROVIDER-CODE  PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-NAME.
               10  SD-FIRST-NAME PIC X(11).
               10  SD-LAST-NAME  PIC X(16).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  SD-CLAIM-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-PAID-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-STRATUM        PIC X(11).
       01  SAMPLE-TOTALS-LINE.
           05  ST-STRATUM-NAME   PIC X(14).
           05  FILLER            PIC X(11) VALUE "PAID CLAIMS".
           05  ST-PAID-COUNT     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(11) VALUE "   SAMPLED ".
           05  ST-SAMPLED-COUNT  PIC ZZZ,ZZ9.
       01  SAMPLE-RERUN-LINE.
           05  FILLER            PIC X(36) VALUE
                   "ALREADY ON WORKLIST FROM A PRIOR RUN".
           05  SR-ALREADY-COUNT  PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SAMPLE-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'AUDSAMP' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           COMPUTE WINDOW-FROM-INT-WS =
               TODAY-INT-WS - SAMPLE-WINDOW-DAYS + 1.
           COMPUTE WINDOW-FROM-DATE-WS =
               FUNCTION DATE-OF-INTEGER(WINDOW-FROM-INT-WS).
           MOVE WINDOW-FROM-DATE-WS TO HDG-FROM-DATE.
           PERFORM 150-GET-SAMPLING-PARMS.
      *    SEEDING THE GENERATOR ONCE FIXES THE WHOLE SEQUENCE OF
      *    DRAWS - THE SAME SEED OVER THE SAME HISTORY DRAWS THE
      *    SAME SAMPLE.
           COMPUTE RANDOM-DRAW-WS = FUNCTION RANDOM(SEED-WS).
           MOVE SEED-WS TO HDG-SEED.
           MOVE STD-SAMPLE-PCT TO HDG-STD-PCT.
           MOVE HIGH-SAMPLE-PCT TO HDG-HIGH-PCT.
           MOVE HIGH-DOLLAR-AMT TO HDG-HIGH-AMT.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-THREE.
      *
       150-GET-SAMPLING-PARMS.
      *
           MOVE STD-DEFAULT-PCT TO STD-SAMPLE-PCT.
           MOVE HIGH-DEFAULT-PCT TO HIGH-SAMPLE-PCT.
           MOVE HIGH-DEFAULT-AMT TO HIGH-DOLLAR-AMT.
           MOVE BD-BUSINESS-DATE TO SEED-WS.
           MOVE 'AUDSAMP' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'QA-STD-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO STD-SAMPLE-PCT
               ELSE
                   DISPLAY 'QA-STD-PCT NOT 000-100 - USING DEFAULT '
                       STD-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'QA-HIGH-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO HIGH-SAMPLE-PCT
               ELSE
                   DISPLAY 'QA-HIGH-PCT NOT 000-100 - USING DEFAULT '
                       HIGH-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'QA-HIGH-AMT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-NUMERIC-VALUE-WS
               IF PARM-AMOUNT-WS NUMERIC
                   MOVE PARM-AMOUNT-WS TO HIGH-DOLLAR-AMT
               END-IF
           END-IF.
           MOVE 'QA-SEED' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-SEED-VALUE-WS
               IF PARM-SEED-WS NUMERIC
                   MOVE PARM-SEED-WS TO SEED-WS
               END-IF
           END-IF.
      *
       200-SAMPLE-HISTORY.
      *
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   IF CH-PAID
                       AND CH-PROCESS-DATE >= WINDOW-FROM-DATE-WS
                       AND CH-PROCESS-DATE <= BD-BUSINESS-DATE
                       PERFORM 500-DRAW-PAID-CLAIM
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF NOT CLMHST-OK
               DISPLAY 'CLAIM HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMHST' TO EL-FILE-NAME
               MOVE CLMHST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O AUDIT-SAMPLE-FILE.
           IF NOT AUDITWL-OK
               DISPLAY 'AUDIT WORKLIST FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT WORKLIST FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AUDITWL' TO EL-FILE-NAME
               MOVE AUDITWL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'AUDIT WORKLIST REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT WORKLIST REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-DRAW-PAID-CLAIM.
      *
      *    EVERY PAID CLAIM TAKES A DRAW, SELECTED OR NOT, SO ONE
      *    CLAIM'S STRATUM NEVER SHIFTS THE DRAWS OF THE REST.
           MOVE CH-CLAIM-IMAGE TO CLAIM-RECORD-WS.
           COMPUTE RANDOM-DRAW-WS = FUNCTION RANDOM.
           COMPUTE DRAW-PERCENT-WS = RANDOM-DRAW-WS * 100.
           IF CLAIM-AMOUNT-PAID > HIGH-DOLLAR-AMT
               ADD 1 TO PAID-HIGH-COUNT
               MOVE HIGH-SAMPLE-PCT TO RATE-PCT-WS
           ELSE
               ADD 1 TO PAID-STD-COUNT
               MOVE STD-SAMPLE-PCT TO RATE-PCT-WS
           END-IF.
           IF DRAW-PERCENT-WS < RATE-PCT-WS
               PERFORM 510-ADD-TO-WORKLIST
           END-IF.
      *
       510-ADD-TO-WORKLIST.
      *
           MOVE SPACES TO AUDIT-SAMPLE-RECORD.
           MOVE CH-POLICY-NO TO QA-POLICY-NO.
           MOVE CH-CLAIM-SEQ-NO TO QA-CLAIM-SEQ-NO.
           MOVE CH-PROCESS-DATE TO QA-PROCESS-DATE.
           MOVE BD-BUSINESS-DATE TO QA-SAMPLE-DATE.
           MOVE POLICY-TYPE TO QA-POLICY-TYPE.
           MOVE CLAIM-PROVIDER-CODE TO QA-PROVIDER-CODE.
           MOVE CLAIM-AMOUNT TO QA-CLAIM-AMOUNT.
           MOVE CLAIM-AMOUNT-PAID TO QA-PAID-AMOUNT.
           IF CLAIM-AMOUNT-PAID > HIGH-DOLLAR-AMT
               SET QA-HIGH-DOLLAR TO TRUE
           ELSE
               SET QA-STANDARD TO TRUE
           END-IF.
           SET QA-AWAITING-REVIEW TO TRUE.
           MOVE ZERO TO QA-DOLLAR-ERROR, QA-REVIEW-DATE.
           WRITE AUDIT-SAMPLE-RECORD.
           IF AUDITWL-DUPLICATE
      *        A RERUN OF THE SAME WEEK DRAWS THE SAME CLAIMS - THE
      *        ONES ALREADY ON THE WORKLIST KEEP THEIR REVIEW.
               ADD 1 TO ALREADY-SAMPLED-COUNT
           ELSE
               IF NOT AUDITWL-OK
                   DISPLAY 'AUDIT WORKLIST WRITE PROBLEM'
                   MOVE '510-ADD-TO-WORKLIST'
                      TO EL-PARAGRAPH
                   MOVE 'AUDIT WORKLIST WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'AUDITWL' TO EL-FILE-NAME
                   MOVE AUDITWL-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               IF QA-HIGH-DOLLAR
                   ADD 1 TO SAMPLED-HIGH-COUNT
               ELSE
                   ADD 1 TO SAMPLED-STD-COUNT
               END-IF
               ADD CLAIM-AMOUNT-PAID TO SAMPLED-PAID-TOTAL
               PERFORM 520-WRITE-SAMPLE-LINE
           END-IF.
      *
       520-WRITE-SAMPLE-LINE.
      *
           MOVE QA-POLICY-NO TO SD-POLICY-NO.
           MOVE QA-CLAIM-SEQ-NO TO SD-CLAIM-SEQ-NO.
           MOVE QA-PROCESS-DATE TO SD-PROCESS-DATE.
           MOVE QA-POLICY-TYPE TO SD-POLICY-TYPE.
           MOVE QA-PROVIDER-CODE TO SD-PROVIDER-CODE.
           MOVE SPACES TO SD-NAME.
           MOVE INSURED-FIRST-NAME TO SD-FIRST-NAME.
           MOVE INSURED-LAST-NAME TO SD-LAST-NAME.
           MOVE QA-CLAIM-AMOUNT TO SD-CLAIM-AMOUNT.
           MOVE QA-PAID-AMOUNT TO SD-PAID-AMOUNT.
           IF QA-HIGH-DOLLAR
               MOVE 'HIGH-DOLLAR' TO SD-STRATUM
           ELSE
               MOVE 'STANDARD' TO SD-STRATUM
           END-IF.
           WRITE PRINT-LINE FROM SAMPLE-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'STANDARD' TO ST-STRATUM-NAME.
           MOVE PAID-STD-COUNT TO ST-PAID-COUNT.
           MOVE SAMPLED-STD-COUNT TO ST-SAMPLED-COUNT.
           WRITE PRINT-LINE FROM SAMPLE-TOTALS-LINE.
           MOVE 'HIGH-DOLLAR' TO ST-STRATUM-NAME.
           MOVE PAID-HIGH-COUNT TO ST-PAID-COUNT.
           MOVE SAMPLED-HIGH-COUNT TO ST-SAMPLED-COUNT.
           WRITE PRINT-LINE FROM SAMPLE-TOTALS-LINE.
           IF ALREADY-SAMPLED-COUNT > ZERO
               MOVE ALREADY-SAMPLED-COUNT TO SR-ALREADY-COUNT
               WRITE PRINT-LINE FROM SAMPLE-RERUN-LINE
           END-IF.
      *
       900-WRAP-UP.
           DISPLAY 'AUDSAMP: HISTORY RECORDS READ ' HISTORY-READ-COUNT.
           DISPLAY 'AUDSAMP: SAMPLED PAID AMOUNT  ' SAMPLED-PAID-TOTAL.
           CLOSE CLAIM-HISTORY-FILE, AUDIT-SAMPLE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

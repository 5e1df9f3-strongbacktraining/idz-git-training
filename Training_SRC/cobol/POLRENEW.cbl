      ******************************************************************
      * POLRENEW                                                       *
      * Annual renewal re-rating.  Run monthly, it picks up every      *
      * active policy whose PM-BENEFIT-PERIOD anniversary falls three  *
      * months out - so the member hears of the new premium at least   *
      * sixty days ahead - and re-rates it on the last twelve months'  *
      * experience: CH-PAID claims from CLMHIST against PREMINV billed *
      * premium, pooled by the policy's employer group where the group *
      * has premium on file and by policy type otherwise.  The group's *
      * or type's loss ratio against the target loss ratio gives the   *
      * indicated change; it is weighted by the pool's credibility     *
      * (square root of earned premium over the full-credibility       *
      * premium) and held within the underwriting caps.  The target,   *
      * the caps and the full-credibility premium come from the        *
      * central parameter file through GETPARM.                        *
      *                                                                *
      * The RNWCTL card sets the run mode.  REPORT (the default)       *
      * prints the renewal register - old rate, new rate and percent   *
      * change for every renewing policy - and changes nothing, so     *
      * underwriting can review it.  RELEASE writes the new rate to    *
      * POLRATE effective on the renewal date and an RNW renewal-      *
      * notice event to LTREVENT for CORRGEN.  A policy already rated  *
      * for its renewal date is left alone, so a RELEASE run can be    *
      * repeated safely.                                               *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (RNWLRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRENEW.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNWCTL-FILE
               ASSIGN TO UT-S-RNWCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RNWCTL-ST.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO UT-S-CLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT PREMINV-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMINV-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT POLRATE-FILE
               ASSIGN TO UT-S-POLRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RATE-KEY
               FILE STATUS IS POLRATE-ST.
           SELECT LETTER-EVENT-FILE
               ASSIGN TO UT-S-LTREVENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LTREVENT-ST.
           SELECT PRINTFILE
               ASSIGN TO RNWLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RNWCTL-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  RNWCTL-RECORD.
           05  RC-RUN-MODE               PIC X(7).
      *
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  PREMINV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMINV.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  POLRATE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLRATE.
      *
      * RENEWAL-NOTICE EVENTS FOR THE CORRGEN LETTER ENGINE, WRITTEN
      * ONLY ON A RELEASE RUN.
       FD  LETTER-EVENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY LTREVENT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
           COPY PRMRATE.
       01  HIST-CLAIM-WS.
           COPY CLAIMREC.
       01  PROGRAM-SWITCHES.
           05  RNWCTL-ST                  PIC X(2).
               88  RNWCTL-OK                      VALUE '00'.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  PREMINV-ST                 PIC X(2).
               88  PREMINV-OK                     VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  POLRATE-ST                 PIC X(2).
               88  POLRATE-OK                     VALUE '00'.
           05  LTREVENT-ST                PIC X(2).
               88  LTREVENT-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RUN-MODE-WS                PIC X(7)  VALUE 'REPORT '.
               88  RELEASE-MODE                    VALUE 'RELEASE'.
           05  CLMHST-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
           05  PREMINV-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-INVOICES                VALUE 'Y'.
           05  POLMAST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-POLICIES                VALUE 'Y'.
           05  POLRATE-AVAILABLE-WS       PIC X(1)  VALUE 'Y'.
               88  POLRATE-AVAILABLE               VALUE 'Y'.
           05  POLRATE-DONE-WS            PIC X(1).
               88  POLRATE-DONE                    VALUE 'Y'.
           05  EXPERIENCE-FOUND-WS        PIC X(1).
               88  EXPERIENCE-FOUND                VALUE 'Y'.
      *
      * UNDERWRITING TARGETS IN WHOLE PERCENT AND THE EARNED PREMIUM
      * THAT EARNS A POOL FULL CREDIBILITY.  THE RNW-TARGET,
      * RNW-MAX-UP, RNW-MAX-DOWN AND RNW-FULLCRED PARAMETERS
      * OVERRIDE THEM.
       77  TARGET-DEFAULT-PCT             PIC 9(3) VALUE 75.
       77  MAX-UP-DEFAULT-PCT             PIC 9(3) VALUE 15.
       77  MAX-DOWN-DEFAULT-PCT           PIC 9(3) VALUE 10.
       77  FULL-CRED-DEFAULT-AMT          PIC 9(9) VALUE 500000.
       77  TARGET-LOSS-PCT                PIC 9(3) VALUE 75.
       77  MAX-UP-PCT                     PIC 9(3) VALUE 15.
       77  MAX-DOWN-PCT                   PIC 9(3) VALUE 10.
       77  FULL-CRED-PREMIUM              PIC 9(9) VALUE 500000.
       77  RENEWAL-LEAD-MONTHS            PIC 9(2) VALUE 3.
       77  NOTICE-LEAD-DAYS               PIC 9(3) VALUE 60.
       01  PARM-PERCENT-VALUE-WS.
           05  PARM-PERCENT-WS            PIC 9(3).
           05  FILLER                     PIC X(17).
       01  PARM-AMOUNT-VALUE-WS.
           05  PARM-AMOUNT-WS             PIC 9(9).
           05  FILLER                     PIC X(11).
       01  SAFEDIV-FIELDS-WS.
           05  SAFEDIV-DIVIDEND           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-DIVISOR            PIC S9(9)V99 COMP-3.
           05  SAFEDIV-QUOTIENT           PIC S9(9)V99 COMP-3.
           05  SAFEDIV-RETURN-CD          PIC S9(4).
               88  SAFEDIV-OK                     VALUE 0.
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  RENEWAL-INT-WS             PIC 9(9) COMP.
           05  NOTICE-DAYS-WS             PIC S9(5) COMP.
           05  WINDOW-FROM-DATE-WS        PIC 9(8).
           05  WINDOW-FROM-DATE-R REDEFINES WINDOW-FROM-DATE-WS.
               10  WF-YEAR                PIC 9(4).
               10  WF-MONTH               PIC 9(2).
               10  WF-DAY                 PIC 9(2).
           05  BUSINESS-DATE-WS           PIC 9(8).
           05  BUSINESS-DATE-R REDEFINES BUSINESS-DATE-WS.
               10  BW-YEAR                PIC 9(4).
               10  BW-MONTH               PIC 9(2).
               10  BW-DAY                 PIC 9(2).
           05  RENEWAL-DATE-WS            PIC 9(8).
           05  RENEWAL-DATE-R REDEFINES RENEWAL-DATE-WS.
               10  RD-YEAR                PIC 9(4).
               10  RD-MONTH               PIC 9(2).
               10  RD-DAY                 PIC 9(2).
           05  RENEWAL-YEAR-WS            PIC 9(4).
           05  RENEWAL-MONTH-WS           PIC 9(2).
           05  MONTH-WORK-WS              PIC 9(3).
           05  LEAP-QUOTIENT-WS           PIC 9(4).
           05  LEAP-REMAINDER-WS          PIC 9(3).
      *
      * EXPERIENCE POOLS.  THE FIRST THREE ARE THE POLICY TYPES AND
      * ARE ALWAYS PRESENT; EMPLOYER GROUPS ARE ADDED BEHIND THEM AS
      * THEIR CLAIMS AND PREMIUM TURN UP.
       01  EXPERIENCE-TABLE-WS.
           05  EXPERIENCE-COUNT           PIC 9(3) COMP VALUE 3.
           05  EXPERIENCE-ENTRY OCCURS 503 TIMES
                   INDEXED BY EX-IDX.
               10  EX-BASIS               PIC X(1).
               10  EX-KEY                 PIC X(6).
               10  EX-EARNED              PIC S9(9)V99 COMP-3.
               10  EX-INCURRED            PIC S9(9)V99 COMP-3.
               10  EX-LOSS-RATIO          PIC 9(3)V99.
               10  EX-CREDIBILITY         PIC 9V999.
               10  EX-RATE-CHANGE         PIC S9V9(4).
               10  EX-CAPPED-WS           PIC X(1).
                   88  EX-CAPPED                  VALUE 'Y'.
               10  EX-RENEWAL-COUNT       PIC 9(5) COMP.
       77  EXPERIENCE-MAX                 PIC 9(3) COMP VALUE 503.
       77  TYPE-SUB                       PIC 9(3) COMP.
       01  POOL-LOOKUP-WS.
           05  POOL-BASIS-WS              PIC X(1).
           05  POOL-KEY-WS                PIC X(6).
           05  POOL-TYPE-KEY-WS REDEFINES POOL-KEY-WS.
               10  POOL-TYPE-WS           PIC 9(1).
               10  FILLER                 PIC X(5).
           05  CACHED-POLICY-NO-WS        PIC 9(7) VALUE ZERO.
           05  CACHED-GROUP-NO-WS         PIC X(6).
       01  RATING-WORK-WS.
           05  CREDIBILITY-WS             PIC 9(3)V9(6).
           05  INDICATED-CHANGE-WS        PIC S9(3)V9(6).
           05  WEIGHTED-CHANGE-WS         PIC S9(3)V9(6).
           05  CAP-UP-WS                  PIC S9V9(4).
           05  CAP-DOWN-WS                PIC S9V9(4).
           05  OLD-RATE-WS                PIC 9V9(5).
           05  NEW-RATE-WS                PIC 9V9(5).
           05  PERCENT-CHANGE-WS          PIC S9(3)V99.
           05  NEW-PREMIUM-WS             PIC 9(7)V99.
       01  RENEWAL-COUNTS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  CLAIMS-POOLED-COUNT        PIC 9(7) VALUE ZERO.
           05  INVOICES-POOLED-COUNT      PIC 9(7) VALUE ZERO.
           05  POOL-FULL-COUNT            PIC 9(7) VALUE ZERO.
           05  RENEWALS-DUE-COUNT         PIC 9(7) VALUE ZERO.
           05  RATE-UP-COUNT              PIC 9(7) VALUE ZERO.
           05  RATE-DOWN-COUNT            PIC 9(7) VALUE ZERO.
           05  RATE-SAME-COUNT            PIC 9(7) VALUE ZERO.
           05  ALREADY-RATED-COUNT        PIC 9(7) VALUE ZERO.
           05  SHORT-NOTICE-COUNT         PIC 9(7) VALUE ZERO.
           05  RELEASED-COUNT             PIC 9(7) VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(26) VALUE
                   "RENEWAL RE-RATING REGISTER".
           05  FILLER            PIC X(3)  VALUE " - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(14) VALUE "   RUN MODE:  ".
           05  HDG-RUN-MODE      PIC X(7).
           05  FILLER            PIC X(20) VALUE
                   "   RENEWING IN MONTH".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-RENEWAL-YEAR  PIC 9(4).
           05  FILLER            PIC X(1)  VALUE "/".
           05  HDG-RENEWAL-MONTH PIC 9(2).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(19) VALUE "EXPERIENCE FROM".
           05  HDG-FROM-DATE     PIC 9999/99/99.
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  HDG-TO-DATE       PIC 9999/99/99.
           05  FILLER            PIC X(15) VALUE "   TARGET LR  ".
           05  HDG-TARGET-PCT    PIC ZZ9.
           05  FILLER            PIC X(14) VALUE "%   MAX UP    ".
           05  HDG-MAX-UP        PIC ZZ9.
           05  FILLER            PIC X(14) VALUE "%   MAX DOWN  ".
           05  HDG-MAX-DOWN      PIC ZZ9.
           05  FILLER            PIC X(16) VALUE "%   FULL CRED  ".
           05  HDG-FULL-CRED     PIC $$$$,$$$,$$9.
       01  POOL-HEADING-LINE.
           05  FILLER            PIC X(20) VALUE "EXPERIENCE POOL".
           05  FILLER            PIC X(17) VALUE "   EARNED PREMIUM".
           05  FILLER            PIC X(17) VALUE "  INCURRED CLAIMS".
           05  FILLER            PIC X(10) VALUE "   LOSS %".
           05  FILLER            PIC X(8)  VALUE "   CRED".
           05  FILLER            PIC X(10) VALUE "  CHANGE %".
           05  FILLER            PIC X(10) VALUE "  RENEWALS".
       01  POOL-DETAIL-LINE.
           05  PD-BASIS          PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  PD-KEY            PIC X(6).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  PD-EARNED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-INCURRED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  PD-LOSS-RATIO     PIC ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  PD-CREDIBILITY    PIC 9.999.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  PD-RATE-CHANGE    PIC ZZ9.99-.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  PD-RENEWAL-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PD-NOTE           PIC X(10).
       01  RENEWAL-HEADING-LINE.
           05  FILLER            PIC X(9)  VALUE "POLICY".
           05  FILLER            PIC X(27) VALUE "INSURED".
           05  FILLER            PIC X(14) VALUE "RATED ON".
           05  FILLER            PIC X(12) VALUE "RENEWS".
           05  FILLER            PIC X(9)  VALUE " OLD RATE".
           05  FILLER            PIC X(10) VALUE "  NEW RATE".
           05  FILLER            PIC X(10) VALUE "  CHANGE %".
           05  FILLER            PIC X(15) VALUE "   NEW PREMIUM".
           05  FILLER            PIC X(6)  VALUE "  NOTE".
       01  RENEWAL-DETAIL-LINE.
           05  RD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-LAST-NAME      PIC X(15).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RD-FIRST-NAME     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RD-BASIS          PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RD-EXPERIENCE-KEY PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RD-RENEWAL-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-OLD-RATE       PIC 9.99999.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-NEW-RATE       PIC 9.99999.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-PERCENT-CHANGE PIC ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NEW-PREMIUM    PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NOTE           PIC X(20).
       01  RENEWAL-TOTALS-LINE.
           05  RT-LABEL          PIC X(40).
           05  RT-COUNT          PIC ZZZ,ZZ9.
       01  RENEWAL-MODE-LINE.
           05  FILLER            PIC X(55) VALUE
               "REPORT RUN - NO RATES WRITTEN AND NO NOTICES RAISED".
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POOL-CLAIMS UNTIL NO-MORE-HISTORY.
           PERFORM 250-POOL-PREMIUM UNTIL NO-MORE-INVOICES.
           PERFORM 600-RATE-POOLS
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > EXPERIENCE-COUNT.
           PERFORM 400-START-RENEWALS.
           PERFORM 450-RENEW-POLICIES UNTIL NO-MORE-POLICIES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'POLRENEW' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-WS, HDG-DATE,
               HDG-TO-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE-WS).
      *    THE EXPERIENCE WINDOW IS THE TWELVE MONTHS ENDING ON THE
      *    BUSINESS DATE.
           MOVE BUSINESS-DATE-WS TO WINDOW-FROM-DATE-WS.
           SUBTRACT 1 FROM WF-YEAR.
           MOVE 1 TO WF-DAY.
           ADD 1 TO WF-MONTH.
           IF WF-MONTH > 12
               MOVE 1 TO WF-MONTH
               ADD 1 TO WF-YEAR
           END-IF.
           MOVE WINDOW-FROM-DATE-WS TO HDG-FROM-DATE.
      *    POLICIES RENEW IN THE MONTH THE LEAD TIME LANDS IN.
           COMPUTE MONTH-WORK-WS = BW-MONTH + RENEWAL-LEAD-MONTHS.
           MOVE BW-YEAR TO RENEWAL-YEAR-WS.
           IF MONTH-WORK-WS > 12
               SUBTRACT 12 FROM MONTH-WORK-WS
               ADD 1 TO RENEWAL-YEAR-WS
           END-IF.
           MOVE MONTH-WORK-WS TO RENEWAL-MONTH-WS.
           MOVE RENEWAL-YEAR-WS TO HDG-RENEWAL-YEAR.
           MOVE RENEWAL-MONTH-WS TO HDG-RENEWAL-MONTH.
           PERFORM 150-GET-RENEWAL-PARMS.
           COMPUTE CAP-UP-WS = MAX-UP-PCT / 100.
           COMPUTE CAP-DOWN-WS = 0 - (MAX-DOWN-PCT / 100).
           MOVE TARGET-LOSS-PCT TO HDG-TARGET-PCT.
           MOVE MAX-UP-PCT TO HDG-MAX-UP.
           MOVE MAX-DOWN-PCT TO HDG-MAX-DOWN.
           MOVE FULL-CRED-PREMIUM TO HDG-FULL-CRED.
           PERFORM 110-CLEAR-POOL
               VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EXPERIENCE-MAX.
           PERFORM 120-SET-TYPE-POOL
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 3.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-MODE-CONTROL.
      *
       110-CLEAR-POOL.
      *
           MOVE SPACES TO EX-BASIS(EX-IDX), EX-KEY(EX-IDX).
           MOVE ZERO TO EX-EARNED(EX-IDX), EX-INCURRED(EX-IDX),
               EX-LOSS-RATIO(EX-IDX), EX-CREDIBILITY(EX-IDX),
               EX-RATE-CHANGE(EX-IDX), EX-RENEWAL-COUNT(EX-IDX).
           MOVE 'N' TO EX-CAPPED-WS(EX-IDX).
      *
       120-SET-TYPE-POOL.
      *
           MOVE SPACES TO POOL-KEY-WS.
           MOVE TYPE-SUB TO POOL-TYPE-WS.
           SET EX-IDX TO TYPE-SUB.
           MOVE 'T' TO EX-BASIS(EX-IDX).
           MOVE POOL-KEY-WS TO EX-KEY(EX-IDX).
      *
       150-GET-RENEWAL-PARMS.
      *
           MOVE TARGET-DEFAULT-PCT TO TARGET-LOSS-PCT.
           MOVE MAX-UP-DEFAULT-PCT TO MAX-UP-PCT.
           MOVE MAX-DOWN-DEFAULT-PCT TO MAX-DOWN-PCT.
           MOVE FULL-CRED-DEFAULT-AMT TO FULL-CRED-PREMIUM.
           MOVE 'POLRENEW' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'RNW-TARGET' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS > ZERO
                   AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO TARGET-LOSS-PCT
               ELSE
                   DISPLAY 'RNW-TARGET NOT 001-100 - USING DEFAULT '
                       TARGET-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'RNW-MAX-UP' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS <= 100
                   MOVE PARM-PERCENT-WS TO MAX-UP-PCT
               ELSE
                   DISPLAY 'RNW-MAX-UP NOT 000-100 - USING DEFAULT '
                       MAX-UP-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'RNW-MAX-DOWN' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
               IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS < 100
                   MOVE PARM-PERCENT-WS TO MAX-DOWN-PCT
               ELSE
                   DISPLAY 'RNW-MAX-DOWN NOT 000-099 - USING DEFAULT '
                       MAX-DOWN-DEFAULT-PCT
               END-IF
           END-IF.
           MOVE 'RNW-FULLCRED' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-AMOUNT-VALUE-WS
               IF PARM-AMOUNT-WS NUMERIC AND PARM-AMOUNT-WS > ZERO
                   MOVE PARM-AMOUNT-WS TO FULL-CRED-PREMIUM
               ELSE
                   DISPLAY 'RNW-FULLCRED NOT NUMERIC - USING DEFAULT '
                       FULL-CRED-DEFAULT-AMT
               END-IF
           END-IF.
      *
       200-POOL-CLAIMS.
      *
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   IF CH-PAID
                       AND CH-PROCESS-DATE >= WINDOW-FROM-DATE-WS
                       AND CH-PROCESS-DATE <= BUSINESS-DATE-WS
                       PERFORM 210-POOL-PAID-CLAIM
                   END-IF
           END-READ.
      *
       210-POOL-PAID-CLAIM.
      *
           MOVE CH-CLAIM-IMAGE TO HIST-CLAIM-WS.
           MOVE CH-POLICY-NO TO PM-POLICY-NO.
           MOVE POLICY-TYPE TO POOL-TYPE-WS.
           PERFORM 270-FIND-POOL.
           IF EXPERIENCE-FOUND
               ADD CLAIM-AMOUNT-PAID TO EX-INCURRED(EX-IDX)
               ADD 1 TO CLAIMS-POOLED-COUNT
           END-IF.
      *
       250-POOL-PREMIUM.
      *
           READ PREMINV-FILE
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   IF PI-BILL-DATE >= WINDOW-FROM-DATE-WS
                       AND PI-BILL-DATE <= BUSINESS-DATE-WS
                       PERFORM 260-POOL-INVOICE
                   END-IF
           END-READ.
      *
       260-POOL-INVOICE.
      *
           MOVE PI-POLICY-NO TO PM-POLICY-NO.
           MOVE PI-POLICY-TYPE TO POOL-TYPE-WS.
           PERFORM 270-FIND-POOL.
           IF EXPERIENCE-FOUND
               ADD PI-PREMIUM-AMOUNT TO EX-EARNED(EX-IDX)
               ADD 1 TO INVOICES-POOLED-COUNT
           END-IF.
      *
       270-FIND-POOL.
      *
      *    CLAIMS AND PREMIUM BOTH POOL BY THE POLICY'S GROUP AS IT
      *    STANDS ON THE MASTER TODAY, SO A MEMBER WHO MOVED GROUPS
      *    TAKES THE YEAR'S EXPERIENCE WITH THEM.
           IF PM-POLICY-NO NOT = CACHED-POLICY-NO-WS
               MOVE PM-POLICY-NO TO CACHED-POLICY-NO-WS
               MOVE SPACES TO CACHED-GROUP-NO-WS
               READ POLMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-GROUP-NO TO CACHED-GROUP-NO-WS
               END-READ
           END-IF.
           MOVE 'N' TO EXPERIENCE-FOUND-WS.
           IF CACHED-GROUP-NO-WS NOT = SPACES
               MOVE 'G' TO POOL-BASIS-WS
               MOVE CACHED-GROUP-NO-WS TO POOL-KEY-WS
               PERFORM 280-FIND-GROUP-POOL
           ELSE
               IF POOL-TYPE-WS >= 1 AND POOL-TYPE-WS <= 3
                   SET EX-IDX TO POOL-TYPE-WS
                   MOVE 'Y' TO EXPERIENCE-FOUND-WS
               END-IF
           END-IF.
      *
       280-FIND-GROUP-POOL.
      *
           SET EX-IDX TO 4.
           SEARCH EXPERIENCE-ENTRY
               AT END
                   CONTINUE
               WHEN EX-IDX > EXPERIENCE-COUNT
                   CONTINUE
               WHEN EX-BASIS(EX-IDX) = POOL-BASIS-WS
                   AND EX-KEY(EX-IDX) = POOL-KEY-WS
                   MOVE 'Y' TO EXPERIENCE-FOUND-WS
           END-SEARCH.
           IF NOT EXPERIENCE-FOUND
               IF EXPERIENCE-COUNT < EXPERIENCE-MAX
                   ADD 1 TO EXPERIENCE-COUNT
                   SET EX-IDX TO EXPERIENCE-COUNT
                   MOVE POOL-BASIS-WS TO EX-BASIS(EX-IDX)
                   MOVE POOL-KEY-WS TO EX-KEY(EX-IDX)
                   MOVE 'Y' TO EXPERIENCE-FOUND-WS
               ELSE
                   ADD 1 TO POOL-FULL-COUNT
               END-IF
           END-IF.
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
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'RENEWAL REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RENEWAL REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-MODE-CONTROL.
      *
      *    NO CARD, OR A BLANK ONE, IS A REPORT RUN.
           OPEN INPUT RNWCTL-FILE.
           IF RNWCTL-OK
               READ RNWCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-MODE NOT = SPACES
                           MOVE RC-RUN-MODE TO RUN-MODE-WS
                       END-IF
               END-READ
               CLOSE RNWCTL-FILE
           END-IF.
           MOVE RUN-MODE-WS TO HDG-RUN-MODE.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *    THE RATE FILE AND THE LETTER FEED ARE ONLY WRITTEN ON A
      *    RELEASE RUN.  A REPORT RUN WITHOUT A RATE FILE YET PRICES
      *    EVERY RENEWAL FROM THE BOOK RATE.
           IF RELEASE-MODE
               OPEN I-O POLRATE-FILE
               IF NOT POLRATE-OK
                   DISPLAY 'POLICY RATE FILE OPEN PROBLEM'
                   MOVE '310-READ-MODE-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'POLICY RATE FILE OPEN PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'POLRATE' TO EL-FILE-NAME
                   MOVE POLRATE-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               OPEN EXTEND LETTER-EVENT-FILE
               IF NOT LTREVENT-OK
                   DISPLAY 'LETTER EVENT FILE OPEN PROBLEM'
                   MOVE '310-READ-MODE-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'LETTER EVENT FILE OPEN PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'LTREVENT' TO EL-FILE-NAME
                   MOVE LTREVENT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           ELSE
               OPEN INPUT POLRATE-FILE
               IF NOT POLRATE-OK
                   DISPLAY 'POLRENEW: NO POLICY RATE FILE - BOOK RATES'
                   MOVE 'N' TO POLRATE-AVAILABLE-WS
               END-IF
           END-IF.
      *
       400-START-RENEWALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RENEWAL-HEADING-LINE.
           MOVE ZERO TO PM-POLICY-NO.
           START POLMAST-FILE KEY IS NOT LESS THAN PM-POLICY-NO
               INVALID KEY
                   SET NO-MORE-POLICIES TO TRUE
           END-START.
      *
       450-RENEW-POLICIES.
      *
           READ POLMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-POLICIES TO TRUE
               NOT AT END
                   IF PM-ACTIVE
                       AND PM-POLICY-MONTH = RENEWAL-MONTH-WS
                       AND PM-POLICY-TYPE >= 1 AND PM-POLICY-TYPE <= 3
                       PERFORM 500-RENEW-POLICY THRU 500-EXIT
                   END-IF
           END-READ.
      *
       500-RENEW-POLICY.
      *
           ADD 1 TO RENEWALS-DUE-COUNT.
           MOVE SPACES TO RD-NOTE.
           MOVE RENEWAL-YEAR-WS TO RD-YEAR.
           MOVE RENEWAL-MONTH-WS TO RD-MONTH.
           MOVE PM-POLICY-DAY TO RD-DAY.
      *    A LEAP-DAY ANNIVERSARY RENEWS ON THE 28TH IN OTHER YEARS.
           IF RD-MONTH = 2 AND RD-DAY = 29
               DIVIDE RD-YEAR BY 4 GIVING LEAP-QUOTIENT-WS
                   REMAINDER LEAP-REMAINDER-WS
               IF LEAP-REMAINDER-WS NOT = ZERO
                   MOVE 28 TO RD-DAY
               ELSE
                   DIVIDE RD-YEAR BY 400 GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS NOT = ZERO
                       DIVIDE RD-YEAR BY 100 GIVING LEAP-QUOTIENT-WS
                           REMAINDER LEAP-REMAINDER-WS
                       IF LEAP-REMAINDER-WS = ZERO
                           MOVE 28 TO RD-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 510-FIND-CURRENT-RATE THRU 510-EXIT.
           IF RD-NOTE NOT = SPACES
               ADD 1 TO ALREADY-RATED-COUNT
               PERFORM 650-WRITE-RENEWAL-LINE
               GO TO 500-EXIT
           END-IF.
      *    GROUP EXPERIENCE WHERE THE GROUP HAS PREMIUM TO MEASURE
      *    IT AGAINST, OTHERWISE THE POLICY TYPE'S.
           MOVE 'N' TO EXPERIENCE-FOUND-WS.
           IF PM-GROUP-NO NOT = SPACES
               SET EX-IDX TO 4
               SEARCH EXPERIENCE-ENTRY
                   AT END
                       CONTINUE
                   WHEN EX-IDX > EXPERIENCE-COUNT
                       CONTINUE
                   WHEN EX-BASIS(EX-IDX) = 'G'
                       AND EX-KEY(EX-IDX) = PM-GROUP-NO
                       IF EX-EARNED(EX-IDX) > ZERO
                           MOVE 'Y' TO EXPERIENCE-FOUND-WS
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT EXPERIENCE-FOUND
               SET EX-IDX TO PM-POLICY-TYPE
           END-IF.
           ADD 1 TO EX-RENEWAL-COUNT(EX-IDX).
           COMPUTE NEW-RATE-WS ROUNDED =
               OLD-RATE-WS * (1 + EX-RATE-CHANGE(EX-IDX)).
           EVALUATE TRUE
           WHEN NEW-RATE-WS > OLD-RATE-WS
               ADD 1 TO RATE-UP-COUNT
           WHEN NEW-RATE-WS < OLD-RATE-WS
               ADD 1 TO RATE-DOWN-COUNT
           WHEN OTHER
               ADD 1 TO RATE-SAME-COUNT
           END-EVALUATE.
           IF EX-EARNED(EX-IDX) NOT > ZERO
               MOVE 'NO EXPERIENCE' TO RD-NOTE
           ELSE
               IF EX-CAPPED(EX-IDX)
                   MOVE 'CAPPED' TO RD-NOTE
               END-IF
           END-IF.
      *    THE ANNIVERSARY MONTH IS ALWAYS FAR ENOUGH OUT FOR THE
      *    NOTICE; A LATE RUN THAT WOULD LAND INSIDE THE NOTICE
      *    PERIOD HOLDS THE POLICY AT ITS OLD RATE INSTEAD.
           COMPUTE RENEWAL-INT-WS =
               FUNCTION INTEGER-OF-DATE(RENEWAL-DATE-WS).
           COMPUTE NOTICE-DAYS-WS = RENEWAL-INT-WS - TODAY-INT-WS.
           IF NOTICE-DAYS-WS < NOTICE-LEAD-DAYS
               ADD 1 TO SHORT-NOTICE-COUNT
               MOVE 'HELD - SHORT NOTICE' TO RD-NOTE
               PERFORM 650-WRITE-RENEWAL-LINE
               GO TO 500-EXIT
           END-IF.
           PERFORM 650-WRITE-RENEWAL-LINE.
           IF RELEASE-MODE
               PERFORM 550-WRITE-POLICY-RATE
               PERFORM 560-WRITE-RENEWAL-NOTICE
               ADD 1 TO RELEASED-COUNT
           END-IF.
      *
       500-EXIT.
           EXIT.
      *
       510-FIND-CURRENT-RATE.
      *
      *    THE OLD RATE IS THE LATEST ONE IN EFFECT ON THE RENEWAL
      *    DATE; A RATE ALREADY EFFECTIVE ON IT MEANS AN EARLIER
      *    RELEASE RUN HAS RENEWED THE POLICY.
           MOVE PREMIUM-RATE(PM-POLICY-TYPE) TO OLD-RATE-WS.
           IF NOT POLRATE-AVAILABLE
               GO TO 510-EXIT
           END-IF.
           MOVE PM-POLICY-NO TO PR-POLICY-NO.
           MOVE ZERO TO PR-EFFECTIVE-DATE.
           MOVE 'N' TO POLRATE-DONE-WS.
           START POLRATE-FILE KEY IS NOT LESS THAN PR-RATE-KEY
               INVALID KEY
                   MOVE 'Y' TO POLRATE-DONE-WS
           END-START.
           PERFORM 515-READ-POLICY-RATE UNTIL POLRATE-DONE.
      *
       510-EXIT.
           EXIT.
      *
       515-READ-POLICY-RATE.
      *
           READ POLRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO POLRATE-DONE-WS
           END-READ.
           IF NOT POLRATE-DONE
               IF PR-POLICY-NO NOT = PM-POLICY-NO
                   OR PR-EFFECTIVE-DATE > RENEWAL-DATE-WS
                   MOVE 'Y' TO POLRATE-DONE-WS
               ELSE
                   MOVE PR-MONTHLY-RATE TO OLD-RATE-WS
                   IF PR-EFFECTIVE-DATE = RENEWAL-DATE-WS
                       MOVE 'ALREADY RENEWED' TO RD-NOTE
                       MOVE PR-MONTHLY-RATE TO NEW-RATE-WS
                       MOVE PR-PRIOR-RATE TO OLD-RATE-WS
                       MOVE 'Y' TO POLRATE-DONE-WS
                   END-IF
               END-IF
           END-IF.
      *
       550-WRITE-POLICY-RATE.
      *
           MOVE SPACES TO POLICY-RATE-RECORD.
           MOVE PM-POLICY-NO TO PR-POLICY-NO.
           MOVE RENEWAL-DATE-WS TO PR-EFFECTIVE-DATE.
           MOVE NEW-RATE-WS TO PR-MONTHLY-RATE.
           MOVE OLD-RATE-WS TO PR-PRIOR-RATE.
           IF EX-BASIS(EX-IDX) = 'G'
               SET PR-GROUP-EXPERIENCE TO TRUE
           ELSE
               SET PR-TYPE-EXPERIENCE TO TRUE
           END-IF.
           MOVE EX-KEY(EX-IDX) TO PR-EXPERIENCE-KEY.
           MOVE EX-LOSS-RATIO(EX-IDX) TO PR-LOSS-RATIO.
           MOVE EX-CREDIBILITY(EX-IDX) TO PR-CREDIBILITY.
           MOVE BUSINESS-DATE-WS TO PR-RATED-DATE.
           WRITE POLICY-RATE-RECORD.
           IF NOT POLRATE-OK
               DISPLAY 'POLICY RATE WRITE PROBLEM'
               MOVE '550-WRITE-POLICY-RATE'
                  TO EL-PARAGRAPH
               MOVE 'POLICY RATE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POLRATE' TO EL-FILE-NAME
               MOVE POLRATE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       560-WRITE-RENEWAL-NOTICE.
      *
           MOVE SPACES TO LETTER-EVENT-RECORD.
           SET LE-RENEWAL-NOTICE TO TRUE.
           MOVE PM-POLICY-NO TO LE-POLICY-NO.
           MOVE RENEWAL-DATE-WS TO LE-EVENT-DATE.
           MOVE NEW-PREMIUM-WS TO LE-AMOUNT.
           WRITE LETTER-EVENT-RECORD.
           IF NOT LTREVENT-OK
               DISPLAY 'LETTER EVENT WRITE PROBLEM'
               MOVE '560-WRITE-RENEWAL-NOTICE'
                  TO EL-PARAGRAPH
               MOVE 'LETTER EVENT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LTREVENT' TO EL-FILE-NAME
               MOVE LTREVENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-RATE-POOLS.
      *
      *    LOSS RATIO AGAINST TARGET GIVES THE INDICATED CHANGE;
      *    CREDIBILITY DECIDES HOW MUCH OF IT THE POOL HAS EARNED.
      *    A POOL WITH NO PREMIUM IN THE WINDOW GETS NO CHANGE.
           MOVE EX-INCURRED(EX-IDX) TO SAFEDIV-DIVIDEND.
           MOVE EX-EARNED(EX-IDX) TO SAFEDIV-DIVISOR.
           CALL 'SAFEDIV' USING SAFEDIV-DIVIDEND, SAFEDIV-DIVISOR,
               SAFEDIV-QUOTIENT, SAFEDIV-RETURN-CD.
           IF SAFEDIV-OK AND EX-EARNED(EX-IDX) > ZERO
               COMPUTE EX-LOSS-RATIO(EX-IDX) = SAFEDIV-QUOTIENT * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO EX-LOSS-RATIO(EX-IDX)
               END-COMPUTE
               COMPUTE CREDIBILITY-WS ROUNDED =
                   (EX-EARNED(EX-IDX) / FULL-CRED-PREMIUM) ** 0.5
               IF CREDIBILITY-WS > 1
                   MOVE 1 TO CREDIBILITY-WS
               END-IF
               MOVE CREDIBILITY-WS TO EX-CREDIBILITY(EX-IDX)
               COMPUTE INDICATED-CHANGE-WS ROUNDED =
                   (SAFEDIV-QUOTIENT * 100 / TARGET-LOSS-PCT) - 1
               COMPUTE WEIGHTED-CHANGE-WS ROUNDED =
                   INDICATED-CHANGE-WS * CREDIBILITY-WS
               EVALUATE TRUE
               WHEN WEIGHTED-CHANGE-WS > CAP-UP-WS
                   MOVE CAP-UP-WS TO EX-RATE-CHANGE(EX-IDX)
                   MOVE 'Y' TO EX-CAPPED-WS(EX-IDX)
               WHEN WEIGHTED-CHANGE-WS < CAP-DOWN-WS
                   MOVE CAP-DOWN-WS TO EX-RATE-CHANGE(EX-IDX)
                   MOVE 'Y' TO EX-CAPPED-WS(EX-IDX)
               WHEN OTHER
                   COMPUTE EX-RATE-CHANGE(EX-IDX) ROUNDED =
                       WEIGHTED-CHANGE-WS
               END-EVALUATE
           END-IF.
      *
       650-WRITE-RENEWAL-LINE.
      *
           MOVE PM-POLICY-NO TO RD-POLICY-NO.
           MOVE PM-LAST-NAME TO RD-LAST-NAME.
           MOVE PM-FIRST-NAME TO RD-FIRST-NAME.
           MOVE RENEWAL-DATE-WS TO RD-RENEWAL-DATE.
           MOVE OLD-RATE-WS TO RD-OLD-RATE.
           MOVE NEW-RATE-WS TO RD-NEW-RATE.
           COMPUTE PERCENT-CHANGE-WS ROUNDED =
               (NEW-RATE-WS - OLD-RATE-WS) * 100 / OLD-RATE-WS.
           MOVE PERCENT-CHANGE-WS TO RD-PERCENT-CHANGE.
           COMPUTE NEW-PREMIUM-WS ROUNDED =
               PM-POLICY-AMOUNT * NEW-RATE-WS.
           MOVE NEW-PREMIUM-WS TO RD-NEW-PREMIUM.
           IF RD-NOTE = 'ALREADY RENEWED'
               MOVE SPACES TO RD-BASIS, RD-EXPERIENCE-KEY
           ELSE
               IF EX-BASIS(EX-IDX) = 'G'
                   MOVE 'GROUP' TO RD-BASIS
               ELSE
                   MOVE 'TYPE' TO RD-BASIS
               END-IF
               MOVE EX-KEY(EX-IDX) TO RD-EXPERIENCE-KEY
           END-IF.
           WRITE PRINT-LINE FROM RENEWAL-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM POOL-HEADING-LINE.
           PERFORM 710-WRITE-POOL-LINE
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > EXPERIENCE-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'POLICIES RENEWING' TO RT-LABEL.
           MOVE RENEWALS-DUE-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE '  RATE INCREASED' TO RT-LABEL.
           MOVE RATE-UP-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE '  RATE DECREASED' TO RT-LABEL.
           MOVE RATE-DOWN-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE '  RATE UNCHANGED' TO RT-LABEL.
           MOVE RATE-SAME-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE '  ALREADY RENEWED BY AN EARLIER RUN' TO RT-LABEL.
           MOVE ALREADY-RATED-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE '  HELD - UNDER NOTICE PERIOD' TO RT-LABEL.
           MOVE SHORT-NOTICE-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           MOVE 'RATES RELEASED WITH RENEWAL NOTICES' TO RT-LABEL.
           MOVE RELEASED-COUNT TO RT-COUNT.
           WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE.
           IF POOL-FULL-COUNT > ZERO
               MOVE 'ITEMS LEFT OUT - GROUP TABLE FULL' TO RT-LABEL
               MOVE POOL-FULL-COUNT TO RT-COUNT
               WRITE PRINT-LINE FROM RENEWAL-TOTALS-LINE
           END-IF.
           IF NOT RELEASE-MODE
               WRITE PRINT-LINE FROM RENEWAL-MODE-LINE
           END-IF.
      *
       710-WRITE-POOL-LINE.
      *
           IF EX-BASIS(EX-IDX) = 'G'
               MOVE 'GROUP' TO PD-BASIS
           ELSE
               MOVE 'TYPE' TO PD-BASIS
           END-IF.
           MOVE EX-KEY(EX-IDX) TO PD-KEY.
           MOVE EX-EARNED(EX-IDX) TO PD-EARNED.
           MOVE EX-INCURRED(EX-IDX) TO PD-INCURRED.
           MOVE EX-LOSS-RATIO(EX-IDX) TO PD-LOSS-RATIO.
           MOVE EX-CREDIBILITY(EX-IDX) TO PD-CREDIBILITY.
           COMPUTE PERCENT-CHANGE-WS = EX-RATE-CHANGE(EX-IDX) * 100.
           MOVE PERCENT-CHANGE-WS TO PD-RATE-CHANGE.
           MOVE EX-RENEWAL-COUNT(EX-IDX) TO PD-RENEWAL-COUNT.
           EVALUATE TRUE
           WHEN EX-EARNED(EX-IDX) NOT > ZERO
               MOVE 'NO PREMIUM' TO PD-NOTE
           WHEN EX-CAPPED(EX-IDX)
               MOVE 'CAPPED' TO PD-NOTE
           WHEN OTHER
               MOVE SPACES TO PD-NOTE
           END-EVALUATE.
           WRITE PRINT-LINE FROM POOL-DETAIL-LINE.
      *
       900-WRAP-UP.
           CLOSE CLAIM-HISTORY-FILE, PREMINV-FILE, POLMAST-FILE,
                 PRINTFILE.
           IF RELEASE-MODE
               CLOSE POLRATE-FILE, LETTER-EVENT-FILE
           ELSE
               IF POLRATE-AVAILABLE
                   CLOSE POLRATE-FILE
               END-IF
           END-IF.
      *
       999-ERROR-RTN.
           MOVE 'POLRENEW' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

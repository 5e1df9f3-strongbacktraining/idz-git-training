      * out-of-pocket maximum (CLMPAY-OOP-MAXIMUM, zero = no maximum) *
      * is reached the claim pays at 100% with no further member      *
      * cost share.                                                   *
      *                                                                *
      * Also owns the CLMLINE claim service-line file and the FEESCHD *
      * provider fee schedule: every line behind the claim is allowed *
      * at the lesser of its billed amount and units times the        *
      * provider's scheduled fee, and the fee-schedule discount comes *
      * off the claim before the deductible and coinsurance math.     *
      * The priced lines go back to the caller in CLMPRCOB for the    *
      * EOB extract and claims report.                                *
      *                                                                *
      * Reads the PROVMST provider master for network participation:  *
      * a claim from a provider out of network on the service date    *
      * pays at the plan's out-of-network coinsurance and builds the  *
      * member's separate out-of-network out-of-pocket bucket against *
      * the out-of-network maximum.  CLP-NETWORK-STATUS tells the     *
      * caller so the EOB can warn of balance billing.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMPAY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-POLICY-NO
               FILE STATUS IS OOP-ACCUM-ST.
           SELECT CLAIM-LINE-FILE
               ASSIGN TO UT-S-CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LINE-KEY
               FILE STATUS IS CLAIM-LINE-ST.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO UT-S-FEESCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FE-FEE-KEY
               FILE STATUS IS FEE-SCHEDULE-ST.
           SELECT PROVIDER-FILE
               ASSIGN TO UT-S-PROVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-CODE
               FILE STATUS IS PROVIDER-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OOP-ACCUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY OOPACCUM.
       FD  CLAIM-LINE-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLMLINE.
       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY FEESCHD.
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.
       WORKING-STORAGE SECTION.
      * COINSURANCE RATE ACTUALLY APPLIED - THE BENEFIT-PLAN OVERRIDE
      * WHEN THE CALLER SUPPLIES ONE, OTHERWISE THE RATE CARRIED ON
       77 COINSURANCE-WS                PIC V99.
       77 MEMBER-SHARE-WS               PIC S9(7)V99 COMP-3.
       77 DEDUCTIBLE-APPLIED-WS         PIC S9(7)V99 COMP-3.
      * CLAIM AMOUNT AFTER THE FEE-SCHEDULE DISCOUNT - WHAT THE
      * DEDUCTIBLE AND COINSURANCE MATH RUNS AGAINST.
       77 PRICED-AMOUNT-WS              PIC S9(7)V99 COMP-3.
       77 LINE-ALLOWED-WS               PIC 9(7)V99.
       77 LINE-SCHEDULED-WS             PIC 9(9)V99.
       77 PRICED-LINE-MAX               PIC 9(3)       VALUE 30.
       77 PRICED-LINE-SUB               PIC 9(3)       COMP.
      * THE DATE NETWORK PARTICIPATION IS JUDGED ON - THE FIRST
      * SERVICE LINE'S DATE, OR THE RECEIVED DATE FOR A CLAIM WITH
      * NO LINES ON FILE.
       77 SERVICE-DATE-WS               PIC 9(8).
      * THE OUT-OF-POCKET BUCKET AND MAXIMUM THIS CLAIM RUNS
      * AGAINST - IN-NETWORK OR OUT-OF-NETWORK.
       77 OOP-TO-DATE-WS                PIC 9(7)V99.
       77 OOP-MAXIMUM-WS                PIC 9(7)V99.
       01 OOP-ACCUM-ST                  PIC X(2).
          88 OOP-ACCUM-OK                            VALUE '00'.
          88 OOP-ACCUM-NOTFND                        VALUE '23'.
       01 CLAIM-LINE-ST                 PIC X(2).
          88 CLAIM-LINE-OK                           VALUE '00'.
       01 FEE-SCHEDULE-ST               PIC X(2).
          88 FEE-SCHEDULE-OK                         VALUE '00'.
       01 PROVIDER-ST                   PIC X(2).
          88 PROVIDER-OK                             VALUE '00'.
      * THE ACCUMULATOR FILE IS OPENED ON FIRST ENTRY AND LEFT OPEN
      * ACROSS THE CALLER'S WHOLE RUN - CLMPAY IS CALLED ONCE PER
      * CLAIM AND A PER-CALL OPEN/CLOSE WOULD DOMINATE THE CYCLE.
          88 OOP-FILE-NOT-YET-OPEN                   VALUE 'N'.
          88 OOP-FILE-AVAILABLE                      VALUE 'Y'.
          88 OOP-FILE-UNAVAILABLE                    VALUE 'U'.
      * THE LINE AND FEE-SCHEDULE FILES FOLLOW THE SAME OPEN-ONCE
      * RULE.  WITHOUT THE LINE FILE EVERY CLAIM PRICES AT ITS
      * HEADER CLAIM-AMOUNT; WITHOUT THE FEE SCHEDULE EVERY LINE IS
      * ALLOWED AT ITS BILLED AMOUNT.
       01 LINE-FILE-STATE-WS            PIC X(1)    VALUE 'N'.
          88 LINE-FILES-NOT-YET-OPEN                 VALUE 'N'.
          88 LINE-FILE-AVAILABLE                     VALUE 'Y'.
          88 LINE-FILE-UNAVAILABLE                   VALUE 'U'.
       01 FEE-FILE-STATE-WS             PIC X(1)    VALUE 'N'.
          88 FEE-FILE-AVAILABLE                      VALUE 'Y'.
          88 FEE-FILE-UNAVAILABLE                    VALUE 'U'.
       01 PROVIDER-FILE-STATE-WS        PIC X(1)    VALUE 'N'.
          88 PROVIDER-FILE-AVAILABLE                 VALUE 'Y'.
          88 PROVIDER-FILE-UNAVAILABLE               VALUE 'U'.
       01 CLAIM-LINE-EOF-WS             PIC X(1)    VALUE 'N'.
          88 NO-MORE-CLAIM-LINES                     VALUE 'Y'.
      * THE CYCLE'S BUSINESS MONTH, FETCHED ONCE ON FIRST ENTRY -
      * DEDUCTIBLE DOLLARS APPLIED IN OCTOBER-DECEMBER ALSO FEED
      * THE FOURTH-QUARTER CARRYOVER ACCUMULATOR.
          05 CLMPAY-OOP-TO-DATE-OUT     PIC 9(7)V99.
          05 CLMPAY-OOP-BYPASS-WS       PIC X(1).
             88 CLMPAY-OOP-BYPASS                    VALUE 'Y'.
      *   OUT-OF-NETWORK COINSURANCE (ZERO = THE IN-NETWORK RATE)
      *   AND OUT-OF-POCKET MAXIMUM (ZERO = NO MAXIMUM).
          05 CLMPAY-OON-COINSURANCE     PIC V99.
          05 CLMPAY-OON-OOP-MAXIMUM     PIC 9(7)V99.
      *
           COPY CLMPRCOB.
      *
       PROCEDURE DIVISION USING CLAIM-RECORD-LS CLMPAY-PARMS-LS
                                CLMPAY-PRICING-WS.
      *
       000-MAIN.
      *
           ELSE
             MOVE POLICY-COINSURANCE TO COINSURANCE-WS
           END-IF.
           PERFORM 020-PRICE-CLAIM-LINES.
           PERFORM 045-CHECK-NETWORK-STATUS.
           IF CLP-OUT-OF-NETWORK AND CLMPAY-OON-COINSURANCE > ZERO
             MOVE CLMPAY-OON-COINSURANCE TO COINSURANCE-WS
           END-IF.
           PERFORM 050-GET-OOP-ACCUMULATOR.
           PERFORM 100-COMPUTE-DEDUCTIBLE.
           PERFORM 200-COMPUTE-CLAIM-PAYMENT.
           PERFORM 300-UPDATE-OOP-ACCUMULATOR.
           GOBACK.
      *
       020-PRICE-CLAIM-LINES.
      *
           IF LINE-FILES-NOT-YET-OPEN
             OPEN INPUT CLAIM-LINE-FILE
             IF CLAIM-LINE-OK
               SET LINE-FILE-AVAILABLE TO TRUE
             ELSE
               DISPLAY 'CLMPAY: CLAIM LINE FILE UNAVAILABLE - '
                  'PRICING CLAIMS AT HEADER AMOUNT'
               SET LINE-FILE-UNAVAILABLE TO TRUE
             END-IF
             OPEN INPUT FEE-SCHEDULE-FILE
             IF FEE-SCHEDULE-OK
               SET FEE-FILE-AVAILABLE TO TRUE
             ELSE
               DISPLAY 'CLMPAY: FEE SCHEDULE UNAVAILABLE - '
                  'ALLOWING CLAIM LINES AT BILLED AMOUNT'
               SET FEE-FILE-UNAVAILABLE TO TRUE
             END-IF
             OPEN INPUT PROVIDER-FILE
             IF PROVIDER-OK
               SET PROVIDER-FILE-AVAILABLE TO TRUE
             ELSE
               DISPLAY 'CLMPAY: PROVIDER MASTER UNAVAILABLE - '
                  'PAYING ALL CLAIMS AS IN NETWORK'
               SET PROVIDER-FILE-UNAVAILABLE TO TRUE
             END-IF
           END-IF.
           MOVE ZERO TO CLP-LINE-COUNT, CLP-LINES-RETURNED,
                        CLP-BILLED-TOTAL, CLP-ALLOWED-TOTAL,
                        CLP-DISCOUNT-TOTAL.
           MOVE CLAIM-AMOUNT TO PRICED-AMOUNT-WS.
           IF LINE-FILE-AVAILABLE
             MOVE 'N' TO CLAIM-LINE-EOF-WS
             MOVE INSURED-POLICY-NO TO LN-POLICY-NO
             MOVE CLAIM-SEQ-NO TO LN-CLAIM-SEQ-NO
             MOVE ZERO TO LN-LINE-NO
             START CLAIM-LINE-FILE KEY IS >= LN-LINE-KEY
               INVALID KEY
                 MOVE 'Y' TO CLAIM-LINE-EOF-WS
             END-START
             PERFORM 030-PRICE-NEXT-LINE
                UNTIL NO-MORE-CLAIM-LINES
      *      THE DISCOUNT COMES OFF THE HEADER AMOUNT RATHER THAN
      *      REPLACING IT WITH THE ALLOWED TOTAL, SO A CALLER THAT
      *      HAS ALREADY REDUCED CLAIM-AMOUNT (THE COB REPRICE)
      *      KEEPS ITS REDUCTION.
             IF CLP-LINE-COUNT > ZERO
               SUBTRACT CLP-DISCOUNT-TOTAL FROM PRICED-AMOUNT-WS
               IF PRICED-AMOUNT-WS < ZERO
                 MOVE ZERO TO PRICED-AMOUNT-WS
               END-IF
             END-IF
           END-IF.
      *
       030-PRICE-NEXT-LINE.
      *
           READ CLAIM-LINE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO CLAIM-LINE-EOF-WS
           END-READ.
           IF NOT NO-MORE-CLAIM-LINES
             IF LN-POLICY-NO NOT = INSURED-POLICY-NO
                OR LN-CLAIM-SEQ-NO NOT = CLAIM-SEQ-NO
               MOVE 'Y' TO CLAIM-LINE-EOF-WS
             ELSE
               PERFORM 040-PRICE-AGAINST-SCHEDULE
             END-IF
           END-IF.
      *
       040-PRICE-AGAINST-SCHEDULE.
      *
      *    A LINE IS ALLOWED AT THE LESSER OF WHAT WAS BILLED AND
      *    UNITS TIMES THE PROVIDER'S SCHEDULED FEE.  NO SCHEDULE
      *    ROW (OR A CLAIM PAYING THE INSURED DIRECTLY) ALLOWS THE
      *    LINE AS BILLED.
           MOVE LN-BILLED-AMOUNT TO LINE-ALLOWED-WS.
           IF FEE-FILE-AVAILABLE AND NOT CLAIM-PAYS-INSURED
             MOVE CLAIM-PROVIDER-CODE TO FE-PROVIDER-CODE
             MOVE LN-PROCEDURE-CODE TO FE-PROCEDURE-CODE
             READ FEE-SCHEDULE-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF FEE-SCHEDULE-OK
               IF LN-UNITS > ZERO
                 COMPUTE LINE-SCHEDULED-WS = FE-UNIT-FEE * LN-UNITS
               ELSE
                 MOVE FE-UNIT-FEE TO LINE-SCHEDULED-WS
               END-IF
               IF LINE-SCHEDULED-WS < LN-BILLED-AMOUNT
                 MOVE LINE-SCHEDULED-WS TO LINE-ALLOWED-WS
               END-IF
             END-IF
           END-IF.
           ADD 1 TO CLP-LINE-COUNT.
           ADD LN-BILLED-AMOUNT TO CLP-BILLED-TOTAL.
           ADD LINE-ALLOWED-WS TO CLP-ALLOWED-TOTAL.
           COMPUTE CLP-DISCOUNT-TOTAL =
              CLP-BILLED-TOTAL - CLP-ALLOWED-TOTAL.
           IF CLP-LINES-RETURNED < PRICED-LINE-MAX
             ADD 1 TO CLP-LINES-RETURNED
             MOVE CLP-LINES-RETURNED TO PRICED-LINE-SUB
             MOVE LN-LINE-NO TO CLP-LINE-NO(PRICED-LINE-SUB)
             MOVE LN-SERVICE-DATE TO CLP-SERVICE-DATE(PRICED-LINE-SUB)
             MOVE LN-PROCEDURE-CODE
                TO CLP-PROCEDURE-CODE(PRICED-LINE-SUB)
             MOVE LN-UNITS TO CLP-UNITS(PRICED-LINE-SUB)
             MOVE LN-BILLED-AMOUNT TO CLP-BILLED-AMT(PRICED-LINE-SUB)
             MOVE LINE-ALLOWED-WS TO CLP-ALLOWED-AMT(PRICED-LINE-SUB)
             COMPUTE CLP-DISCOUNT-AMT(PRICED-LINE-SUB) =
                LN-BILLED-AMOUNT - LINE-ALLOWED-WS
           END-IF.
      *
       045-CHECK-NETWORK-STATUS.
      *
      *    A PARTICIPATING PROVIDER IS IN NETWORK FROM ITS EFFECTIVE
      *    DATE THROUGH ITS TERM DATE; A NON-PARTICIPATING ONE, OR A
      *    PARTICIPATING ONE OUTSIDE THAT WINDOW, IS OUT OF NETWORK.
      *    A CLAIM PAYING THE INSURED DIRECTLY, OR A PROVIDER NOT ON
      *    THE MASTER, PAYS AS IN NETWORK - AS DOES ONE NEVER
      *    CLASSIFIED (SPACE STATUS), WHOSE DATES ARE BLANK.
           SET CLP-IN-NETWORK TO TRUE.
           IF CLP-LINES-RETURNED > ZERO
             MOVE CLP-SERVICE-DATE(1) TO SERVICE-DATE-WS
           ELSE
             MOVE CLAIM-RECEIVED-DATE TO SERVICE-DATE-WS
           END-IF.
           IF PROVIDER-FILE-AVAILABLE AND NOT CLAIM-PAYS-INSURED
             MOVE CLAIM-PROVIDER-CODE TO PV-PROVIDER-CODE
             READ PROVIDER-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF PROVIDER-OK
               IF PV-NON-PARTICIPATING
                 SET CLP-OUT-OF-NETWORK TO TRUE
               ELSE
                 IF PV-NETWORK-STATUS NOT = SPACE
                    AND PV-NETWORK-EFF-DATE NUMERIC
                    AND PV-NETWORK-TERM-DATE NUMERIC
                   IF SERVICE-DATE-WS < PV-NETWORK-EFF-DATE
                      OR (PV-NETWORK-TERM-DATE > ZERO
                          AND SERVICE-DATE-WS > PV-NETWORK-TERM-DATE)
                     SET CLP-OUT-OF-NETWORK TO TRUE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
       050-GET-OOP-ACCUMULATOR.
      *
               MOVE INSURED-POLICY-NO TO OA-POLICY-NO
               MOVE POLICY-YEAR TO OA-BENEFIT-YEAR
               MOVE ZERO TO OA-DEDUCTIBLE-TO-DATE, OA-OOP-TO-DATE,
                            OA-Q4-DEDUCTIBLE, OA-OON-OOP-TO-DATE
               WRITE OOP-ACCUM-RECORD
             ELSE
               IF OA-BENEFIT-YEAR NOT = POLICY-YEAR
      *          IS THE SAFETY FOR A POLICY IT NEVER SAW.
                 MOVE POLICY-YEAR TO OA-BENEFIT-YEAR
                 MOVE ZERO TO OA-DEDUCTIBLE-TO-DATE, OA-OOP-TO-DATE,
                              OA-Q4-DEDUCTIBLE, OA-OON-OOP-TO-DATE
               END-IF
             END-IF
             IF CLP-OUT-OF-NETWORK
               MOVE OA-OON-OOP-TO-DATE TO OOP-TO-DATE-WS
               MOVE CLMPAY-OON-OOP-MAXIMUM TO OOP-MAXIMUM-WS
             ELSE
               MOVE OA-OOP-TO-DATE TO OOP-TO-DATE-WS
               MOVE CLMPAY-OOP-MAXIMUM TO OOP-MAXIMUM-WS
             END-IF
           END-IF.
      *
       100-COMPUTE-DEDUCTIBLE.
       200-COMPUTE-CLAIM-PAYMENT.
      *
           IF CLMPAY-DEDUCTIBLE-MET
             COMPUTE CLMPAY-CLAIM-PAID-AMT ROUNDED = PRICED-AMOUNT-WS
                - (COINSURANCE-WS) *(PRICED-AMOUNT-WS)
           ELSE
             COMPUTE CLMPAY-CLAIM-PAID-AMT ROUNDED = PRICED-AMOUNT-WS
                - CLMPAY-DEDUCTIBLE-AMT
                - (COINSURANCE-WS) *(PRICED-AMOUNT-WS)
           END-IF

           COMPUTE MEMBER-SHARE-WS =
              PRICED-AMOUNT-WS - CLMPAY-CLAIM-PAID-AMT
           IF MEMBER-SHARE-WS < ZERO
             MOVE ZERO TO MEMBER-SHARE-WS
           END-IF
      *    A DEDUCTIBLE LARGER THAN THE CLAIM DRIVES THE PAID AMOUNT
      *    NEGATIVE; THE MEMBER'S REAL COST ON THE CLAIM STILL CANNOT
      *    EXCEED THE CLAIM ITSELF.
           IF MEMBER-SHARE-WS > PRICED-AMOUNT-WS
             MOVE PRICED-AMOUNT-WS TO MEMBER-SHARE-WS
           END-IF

      *    ONCE THE MEMBER'S OUT-OF-POCKET MAXIMUM IS REACHED THE
      *    PLAN PAYS 100% - THE MEMBER SHARE IS CAPPED AT WHATEVER
      *    ROOM REMAINS UNDER THE MAXIMUM AND THE PAID AMOUNT IS
      *    RECOMPUTED FROM THE CAPPED SHARE.  AN OUT-OF-NETWORK
      *    CLAIM RUNS AGAINST THE OUT-OF-NETWORK BUCKET AND MAXIMUM.
           IF OOP-FILE-AVAILABLE AND OOP-MAXIMUM-WS > ZERO
             IF OOP-TO-DATE-WS >= OOP-MAXIMUM-WS
               MOVE ZERO TO MEMBER-SHARE-WS
             ELSE
               IF OOP-TO-DATE-WS + MEMBER-SHARE-WS
                  > OOP-MAXIMUM-WS
                 COMPUTE MEMBER-SHARE-WS =
                    OOP-MAXIMUM-WS - OOP-TO-DATE-WS
               END-IF
             END-IF
             COMPUTE CLMPAY-CLAIM-PAID-AMT =
                PRICED-AMOUNT-WS - MEMBER-SHARE-WS
           END-IF

           IF CLMPAY-DEDUCTIBLE-MET
           IF OOP-FILE-AVAILABLE
             IF CLMPAY-PAY-THE-CLAIM AND NOT CLMPAY-OOP-BYPASS
               ADD DEDUCTIBLE-APPLIED-WS TO OA-DEDUCTIBLE-TO-DATE
               IF CLP-OUT-OF-NETWORK
                 ADD MEMBER-SHARE-WS TO OA-OON-OOP-TO-DATE
               ELSE
                 ADD MEMBER-SHARE-WS TO OA-OOP-TO-DATE
               END-IF
               IF IN-FOURTH-QUARTER
                 ADD DEDUCTIBLE-APPLIED-WS TO OA-Q4-DEDUCTIBLE
               END-IF
               REWRITE OOP-ACCUM-RECORD
             END-IF
             IF CLP-OUT-OF-NETWORK
               MOVE OA-OON-OOP-TO-DATE TO CLMPAY-OOP-TO-DATE-OUT
             ELSE
               MOVE OA-OOP-TO-DATE TO CLMPAY-OOP-TO-DATE-OUT
             END-IF
           ELSE
             MOVE ZERO TO CLMPAY-OOP-TO-DATE-OUT
           END-IF.

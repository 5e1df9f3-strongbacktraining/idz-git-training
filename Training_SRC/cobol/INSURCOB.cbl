               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-TREATY-ID
               FILE STATUS IS TREATY-ST.
           SELECT PRIOR-AUTH-FILE
             ASSIGN TO UT-S-PAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-AUTH-KEY
               FILE STATUS IS PAUTH-ST.
           SELECT REMIT-DETAIL-FILE
             ASSIGN TO UT-S-RMTDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTDTL-ST.
           SELECT CLAIM-LIAB-FILE
             ASSIGN TO UT-S-CLMLIAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-CLAIM-KEY
               FILE STATUS IS CLMLIAB-ST.
           SELECT SUBRO-CASE-FILE
             ASSIGN TO UT-S-SUBROCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-CASE-KEY
               FILE STATUS IS SUBROCAS-ST.
           SELECT OVERPAY-FILE
             ASSIGN TO UT-S-OVPYREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OVPY-KEY
               FILE STATUS IS OVPYREC-ST.

       DATA DIVISION.
       FILE SECTION.
          05 RWC-TO-DATE                PIC X(8).

       FD  BENPLAN-CTL-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01 BENPLAN-CTL-RECORD.
          05 BPC-POLICY-TYPE            PIC 9(1).
          05 BPC-DEDUCTIBLE-PERC        PIC V999.
          05 BPC-COINSURANCE            PIC V99.
          05 BPC-RETENTION-AMT          PIC 9(7)V99.
          05 BPC-OOP-MAXIMUM            PIC 9(7)V99.
          05 BPC-OON-COINSURANCE        PIC V99.
          05 BPC-OON-OOP-MAXIMUM        PIC 9(7)V99.

      *
      * BANK-UPLOAD DISBURSEMENT INTERFACE RECORD - ONE PAYMENT PER
             10 DB-PAYEE-LAST-NAME      PIC X(15).
          05 DB-PAYMENT-AMOUNT          PIC 9(7)V99.
          05 DB-PAYMENT-DATE            PIC 9(8).
      *    THE PROVIDER A PAY-TO-PROVIDER CHECK WENT TO; SPACES WHEN
      *    THE INSURED WAS PAID.  TREASHUB CARRIES IT ONTO HUBXREF.
          05 DB-PROVIDER-CODE           PIC X(02).

       FD  CHECK-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * PROVIDER CODE - THE DISBURSEMENT AND CHECK REGISTER THEN
      * PAY THE PROVIDER DIRECTLY INSTEAD OF THE INSURED.
       FD  PROVIDER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PROVIDER.

      * PROMPT-PAY COMPLIANCE REGISTER - ONE LINE PER STATUTORY
           RECORD CONTAINS 50 CHARACTERS.
           COPY TREATY.

      * PRIOR-AUTHORIZATION MASTER FROM UTILIZATION REVIEW - A CLAIM
      * OVER ITS POLICY TYPE'S THRESHOLD PAYS ONLY AGAINST A VALID
      * AUTHORIZATION, WHICH THE PAYMENT THEN DRAWS DOWN.
       FD  PRIOR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY PRIORAUT.

      * REMITTANCE-ADVICE DETAIL - ONE RECORD PER PAID, DENIED OR
      * REVERSED CLAIM THAT NAMES A PROVIDER.  REMITGEN TURNS THE
      * CYCLE'S RECORDS INTO EACH PROVIDER'S ELECTRONIC REMITTANCE.
       FD  REMIT-DETAIL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY RMTDTL.

      * ACCIDENT/LIABILITY INDICATORS BESIDE THE CLAIMS, AND THE
      * SUBROGATION CASES OPENED WHEN AN INDICATED CLAIM PAYS.
       FD  CLAIM-LIAB-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLMLIAB.

       FD  SUBRO-CASE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY SUBROCAS.

      * PROVIDER OVERPAYMENT RECEIVABLES - SET UP BY A REVERSAL OF A
      * CLAIM PAID TO A PROVIDER, NETTED OUT OF THE PROVIDER'S LATER
      * PAYMENTS.
       FD  OVERPAY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY OVPYREC.

       WORKING-STORAGE SECTION.
       77 WS-STORAGE-IND                PIC X(80)
                                                       VALUE
          05 CLMPAY-OOP-MAXIMUM         PIC 9(7)V99.
          05 CLMPAY-OOP-TO-DATE-OUT     PIC 9(7)V99.
          05 CLMPAY-OOP-BYPASS-WS       PIC X(1) VALUE 'N'.
          05 CLMPAY-OON-COINSURANCE     PIC V99.
          05 CLMPAY-OON-OOP-MAXIMUM     PIC 9(7)V99.
           COPY CLMPRCOB.

      *
      * BENEFIT-PLAN TABLE, ONE ROW PER POLICY-TYPE (1-3), LOADED AT
             10 PLAN-COINSURANCE        PIC V99.
             10 PLAN-RETENTION-AMT      PIC 9(7)V99.
             10 PLAN-OOP-MAXIMUM        PIC 9(7)V99.
             10 PLAN-OON-COINSURANCE    PIC V99.
             10 PLAN-OON-OOP-MAXIMUM    PIC 9(7)V99.
       01 PLAN-TYPE-SUB                 PIC 9(1).
       01 SERVICE-LINE-SUB              PIC 9(3)       COMP.

      *
      * PRIOR-AUTHORIZATION THRESHOLD PER POLICY-TYPE - A CLAIM
      * BILLED OVER ITS TYPE'S AMOUNT NEEDS AN APPROVED AUTHORIZATION
      * ON THE PAUTH MASTER.  LOADED FROM THE CENTRAL PARAMETER FILE
      * (INSURCOB PAUTH-LIMIT-1..3, ELEVEN DIGITS WITH TWO DECIMALS);
      * A TYPE WITH NO PARAMETER KEEPS THE COMPILED DEFAULT.
       77 PRIOR-AUTH-DEFAULT-LIMIT      PIC 9(7)V99    VALUE 10000.00.
       01 PRIOR-AUTH-LIMIT-TABLE-WS.
          05 PRIOR-AUTH-LIMIT           PIC 9(7)V99    OCCURS 3.
       01 PRIOR-AUTH-WORK-WS.
          05 AUTH-LIMIT-WS              PIC 9(7)V99.
          05 AUTH-REMAINING-WS          PIC S9(7)V99.
          05 AUTH-MATCH-KEY-WS          PIC X(16).
       01 PARM-NUMERIC-VALUE-WS.
          05 PARM-AMOUNT-WS             PIC 9(9)V99.
          05 FILLER                     PIC X(9).
       01 PARM-PERCENT-VALUE-WS.
          05 PARM-PERCENT-WS            PIC 9(3).
          05 FILLER                     PIC X(17).
      * SHARE OF EACH NEW PAYMENT TO A PROVIDER THAT MAY GO TO
      * RECOVERING ITS OPEN OVERPAYMENTS.  THE OVPY-OFF-PCT
      * PARAMETER OVERRIDES IT; ZERO TURNS OFFSETTING OFF.  A
      * WHOLE PAYMENT IS NEVER TAKEN - TREASURY CUTS NO
      * ZERO-DOLLAR CHECKS.
       77 OVPY-DEFAULT-OFFSET-PCT       PIC 9(3)       VALUE 50.
       77 OVPY-OFFSET-PCT               PIC 9(3)       VALUE 50.
           COPY GPARMCOB.
           COPY RSVUPCOB.
           COPY LNOFCOB.

      *
      * TREATY TABLE, LOADED AT STARTUP FROM THE TREATY MASTER.
          05 CHKREG-HEADING-WRITTEN-WS  PIC X(1)       VALUE SPACES.
          05 IN-REPORT-WINDOW-WS        PIC X(1).
             88 IN-REPORT-WINDOW                       VALUE 'Y'.
          05 PAUTH-ST                   PIC X(2).
             88 PAUTH-OK                               VALUE '00'.
          05 PAUTH-AVAILABLE-WS         PIC X(1)       VALUE 'N'.
             88 PAUTH-AVAILABLE                        VALUE 'Y'.
          05 PRIOR-AUTH-WS              PIC X(1).
             88 PRIOR-AUTH-OK                          VALUE 'Y'.
          05 AUTH-MATCHED-WS            PIC X(1).
             88 AUTH-MATCHED                           VALUE 'Y'.
          05 AUTH-SCAN-DONE-WS          PIC X(1).
             88 AUTH-SCAN-DONE                         VALUE 'Y'.
          05 RMTDTL-ST                  PIC X(2).
             88 RMTDTL-OK                              VALUE '00'.
          05 CLMLIAB-ST                 PIC X(2).
             88 CLMLIAB-OK                             VALUE '00'.
          05 SUBROCAS-ST                PIC X(2).
             88 SUBROCAS-OK                            VALUE '00'.
          05 SUBRO-AVAILABLE-WS         PIC X(1)       VALUE 'N'.
             88 SUBRO-AVAILABLE                        VALUE 'Y'.
          05 OVPYREC-ST                 PIC X(2).
             88 OVPYREC-OK                             VALUE '00'.
          05 OVPY-AVAILABLE-WS          PIC X(1)       VALUE 'N'.
             88 OVPY-AVAILABLE                         VALUE 'Y'.
          05 OVPY-SCAN-DONE-WS          PIC X(1).
             88 OVPY-SCAN-DONE                         VALUE 'Y'.
      *> CHECKPOINT-ST/RESTART-CTL-ST/RESTART-REQUESTED-WS/
      *> RESTART-KEY-WS/CHECKPOINT-EOF-WS/CHECKPOINT-INTERVAL-WS now
      *> come from the shared batch-suite checkpoint/restart
      *    AGAINST THE PAID TOTAL BEFORE REVERSAL NETTING.
          05 REVERSED-PAID-TOTAL        PIC S9(11)V99  VALUE ZERO.
          05 REGISTER-EXPECTED-TOTAL    PIC S9(11)V99  VALUE ZERO.
      *    PAYMENT REFERENCE OF THE CLAIM IN HAND, ZERO UNTIL 535
      *    ISSUES ONE - THE REMITTANCE DETAIL TIES BACK THROUGH IT.
          05 REMIT-SOURCE-REF-WS        PIC 9(9)       VALUE ZERO.
          05 REMIT-SHARE-WS             PIC S9(7)V99   VALUE ZERO.
          05 SUBRO-OPENED-COUNT         PIC 9(7)       VALUE ZERO.
      *    OVERPAYMENT OFFSET NETTED OUT OF THE CLAIM IN HAND'S
      *    PAYMENT, AND THE RUN'S RECEIVABLE TOTALS.  THE CHECK
      *    REGISTER CARRIES THE NET CHECKS, SO ITS TIE-OUT TAKES
      *    THE OFFSET TOTAL BACK OFF.
          05 OFFSET-AMOUNT-WS           PIC S9(7)V99   VALUE ZERO.
          05 OFFSET-REMAINING-WS        PIC S9(7)V99   VALUE ZERO.
          05 OFFSET-TAKE-WS             PIC S9(7)V99   VALUE ZERO.
          05 OVPY-ESTABLISHED-COUNT     PIC 9(7)       VALUE ZERO.
          05 OVPY-ESTABLISHED-TOTAL     PIC S9(11)V99  VALUE ZERO.
          05 OVPY-OFFSET-COUNT          PIC 9(7)       VALUE ZERO.
          05 OVPY-OFFSET-TOTAL          PIC S9(11)V99  VALUE ZERO.
      *    SHARE OF A CLAIM PAID TO THE INSURED THAT LOANOFS SENT
      *    TO THE MEMBER'S POLICY LOAN INSTEAD - NETTED OUT OF THE
      *    CHECK LIKE THE OVERPAYMENT OFFSET.
          05 LOAN-OFFSET-AMT-WS         PIC S9(7)V99   VALUE ZERO.
          05 LOAN-OFFSET-COUNT          PIC 9(7)       VALUE ZERO.
          05 LOAN-OFFSET-TOTAL          PIC S9(11)V99  VALUE ZERO.
      *    CASE RESERVES SET UP FOR PENDED CLAIMS AND CLOSED FOR
      *    CLAIMS THAT CAME BACK THROUGH AND PAID OR DENIED.
          05 RSV-SET-UP-COUNT           PIC 9(7)       VALUE ZERO.
          05 RSV-CLOSED-COUNT           PIC 9(7)       VALUE ZERO.

      *
      * PROMPT-PAY INTEREST WORK FIELDS AND RUN TOTALS.  THE
          05 DET-CLAIM-PAID             PIC $$,$$9.99.
          05 FILLER                     PIC X(5)       VALUE SPACES.

      * ONE LINE PER PRICED SERVICE LINE UNDER THE CLAIM'S DETAIL
      * LINE, THEN A LINE-TOTALS LINE - THE FEE-SCHEDULE DISCOUNT IS
      * THE DIFFERENCE BETWEEN BILLED AND ALLOWED.
       01 SERVICE-LINE-OUT.
          05 FILLER                     PIC X(22)      VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE 'LINE '.
          05 SL-LINE-NO                 PIC ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SL-SERVICE-DATE            PIC XXXX/XX/XX.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SL-PROCEDURE-CODE          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE 'UNITS '.
          05 SL-UNITS                   PIC ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'BILLED '.
          05 SL-BILLED-AMT              PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ALLOWED '.
          05 SL-ALLOWED-AMT             PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(9)
                                    VALUE 'DISCOUNT '.
          05 SL-DISCOUNT-AMT            PIC $$,$$$,$$9.99.

       01 SERVICE-TOTAL-LINE-OUT.
          05 FILLER                     PIC X(22)      VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE 'LINES '.
          05 SVT-LINE-COUNT             PIC ZZ9.
          05 FILLER                     PIC X(31)      VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'BILLED '.
          05 SVT-BILLED-AMT             PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE 'ALLOWED '.
          05 SVT-ALLOWED-AMT            PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(9)
                                    VALUE 'DISCOUNT '.
          05 SVT-DISCOUNT-AMT           PIC $$,$$$,$$9.99.

       01 TOTAL-DASH-LINE.
          05 FILLER                     PIC X(91)      VALUE SPACE.
          05 FILLER                     PIC X(09)      VALUE ALL '-'.
          05 EOB-CLAIM-PAID             PIC $$,$$9.99.
          05 FILLER                     PIC X(7)       VALUE SPACES.

      * SERVICE-LINE DETAIL BEHIND AN EOB CLAIM LINE.  THESE RECORDS
      * START WITH A SPACE SO THE BALANCING COUNT (HERE AND IN
      * CLMBAL) STILL SEES ONE EOB CLAIM LINE PER PAID CLAIM.
       01 EOB-SERVICE-LINE.
          05 FILLER                     PIC X(4)       VALUE ' SVC'.
          05 EOB-SVC-LINE-NO            PIC ZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-DATE               PIC XXXX/XX/XX.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-PROCEDURE-CODE     PIC X(5).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-UNITS              PIC ZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-BILLED-AMT         PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-ALLOWED-AMT        PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVC-DISCOUNT-AMT       PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(10)      VALUE SPACES.

       01 EOB-SERVICE-TOTAL-LINE.
          05 FILLER                     PIC X(4)       VALUE ' TOT'.
          05 EOB-SVT-LINE-COUNT         PIC ZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 FILLER                     PIC X(20)
                                    VALUE 'LINES - TOTAL'.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVT-BILLED-AMT         PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVT-ALLOWED-AMT        PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EOB-SVT-DISCOUNT-AMT       PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(10)      VALUE SPACES.

      * MEMBER NOTICE BEHIND A CLAIM CLMPAY PAID AS OUT OF NETWORK -
      * LEADING SPACE FOR THE SAME BALANCING REASON AS THE SERVICE
      * LINES.
       01 EOB-NETWORK-NOTICE-LINE.
          05 FILLER                     PIC X(4)       VALUE ' OON'.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 FILLER                     PIC X(34)
                       VALUE 'PROVIDER WAS OUT OF YOUR NETWORK -'.
          05 FILLER                     PIC X(41)
                       VALUE ' YOU MAY BE BILLED THE BALANCE.'.

      * MEMBER NOTICE BEHIND A CLAIM WHOSE PAYMENT WAS SPLIT WITH
      * THE MEMBER'S POLICY LOAN - SAME LEADING SPACE.
       01 EOB-LOAN-OFFSET-LINE.
          05 FILLER                     PIC X(4)       VALUE ' LON'.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 FILLER                     PIC X(23)
                       VALUE 'APPLIED TO POLICY LOAN '.
          05 EOB-LOAN-NO                PIC 9(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 EOB-LOAN-OFFSET-AMT        PIC $$$,$$9.99.
          05 FILLER                     PIC X(14)
                       VALUE '  PAID TO YOU '.
          05 EOB-LOAN-NET-AMT           PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(6)       VALUE SPACES.

       01 DATE-VARS.
          05 CURRENT-YEAR               PIC X(4).
          05 CURRENT-MON                PIC X(2).
           PERFORM 180-READ-YTD-TOTALS.
           PERFORM 185-LOAD-BENEFIT-PLANS.
           PERFORM 188-LOAD-TREATIES.
           PERFORM 187-LOAD-PRIOR-AUTH-LIMITS.
           PERFORM 184-GET-OVPY-OFFSET-PCT.
           PERFORM 190-READ-REPORT-WINDOW.
           PERFORM 8100-READ-RESTART-CONTROL.
           PERFORM 300-OPEN-FILES.
             MOVE REINSURANCE-RETENTION-AMT TO
                PLAN-RETENTION-AMT(PLAN-TYPE-SUB)
             MOVE ZERO TO PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB)
             MOVE ZERO TO PLAN-OON-COINSURANCE(PLAN-TYPE-SUB)
             MOVE ZERO TO PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB)
           END-PERFORM.
           OPEN INPUT BENPLAN-CTL-FILE
           IF BENPLAN-OK
                    PLAN-RETENTION-AMT(BPC-POLICY-TYPE)
                 MOVE BPC-OOP-MAXIMUM TO
                    PLAN-OOP-MAXIMUM(BPC-POLICY-TYPE)
                 MOVE BPC-OON-COINSURANCE TO
                    PLAN-OON-COINSURANCE(BPC-POLICY-TYPE)
                 MOVE BPC-OON-OOP-MAXIMUM TO
                    PLAN-OON-OOP-MAXIMUM(BPC-POLICY-TYPE)
               ELSE
                 DISPLAY 'INVALID BENEFIT PLAN ROW IGNORED - TYPE '
                    BPC-POLICY-TYPE
               END-IF
           END-READ.
      *
       187-LOAD-PRIOR-AUTH-LIMITS.
      *
           MOVE 'INSURCOB' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           PERFORM 183-GET-PRIOR-AUTH-LIMIT
              VARYING PLAN-TYPE-SUB FROM 1 BY 1
              UNTIL PLAN-TYPE-SUB > 3.
      *
       183-GET-PRIOR-AUTH-LIMIT.
      *
           MOVE PRIOR-AUTH-DEFAULT-LIMIT
              TO PRIOR-AUTH-LIMIT(PLAN-TYPE-SUB).
           MOVE SPACES TO GP-PARM-NAME.
           STRING 'PAUTH-LIMIT-' PLAN-TYPE-SUB
              DELIMITED BY SIZE INTO GP-PARM-NAME
           END-STRING.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
             MOVE GP-PARM-VALUE TO PARM-NUMERIC-VALUE-WS
             IF PARM-AMOUNT-WS NUMERIC
               MOVE PARM-AMOUNT-WS TO PRIOR-AUTH-LIMIT(PLAN-TYPE-SUB)
             END-IF
           END-IF.
      *
       184-GET-OVPY-OFFSET-PCT.
      *
           MOVE OVPY-DEFAULT-OFFSET-PCT TO OVPY-OFFSET-PCT.
           MOVE 'INSURCOB' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'OVPY-OFF-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
             MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
             IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS < 100
               MOVE PARM-PERCENT-WS TO OVPY-OFFSET-PCT
             ELSE
               DISPLAY 'OVPY-OFF-PCT NOT 000-099 - USING DEFAULT '
                   OVPY-DEFAULT-OFFSET-PCT
             END-IF
           END-IF.
      *
       188-LOAD-TREATIES.
      *
      *
       200-PROCESS-CLAIM.
           MOVE 'S' TO HIST-DISPOSITION-WS
           MOVE ZERO TO REMIT-SOURCE-REF-WS, OFFSET-AMOUNT-WS,
                LOAN-OFFSET-AMT-WS
           PERFORM 198-CHECK-REPORT-WINDOW
           IF IN-REPORT-WINDOW
             IF REVERSAL-CLAIM
               PERFORM 785-BACK-OUT-REVERSAL
             ELSE
             IF CLAIM-AMOUNT < ALLOWED-AMT
               MOVE 'Y' TO PRIOR-AUTH-WS
               MOVE 'N' TO AUTH-MATCHED-WS
               PERFORM 295-CHECK-BENEFIT-PERIOD
               IF BENEFIT-PERIOD-OK
                 PERFORM 296-CHECK-PRIOR-AUTH
               END-IF
               IF BENEFIT-PERIOD-OK AND PRIOR-AUTH-OK
                 PERFORM 300-COMPUTE-CLAIM
                 PERFORM 752-APPLY-TREATY-CEDING
                 IF PAY-THE-CLAIM
                   END-IF
                   PERFORM 500-WRITE-DETAIL-LINE
                   PERFORM 600-INCREMENT-TOTALS
                   IF AUTH-MATCHED
                     PERFORM 299-DRAW-DOWN-AUTHORIZATION
                   END-IF
                 ELSE
                   MOVE 'D' TO HIST-DISPOSITION-WS
                   PERFORM 770-WRITE-DENIAL-LINE
                 END-IF
               ELSE
                 MOVE 'E' TO HIST-DISPOSITION-WS
                 IF NOT PRIOR-AUTH-OK
                   MOVE 'NO VALID PRIOR AUTHORIZATION'
                      TO EXCP-REASON-CODE-WS
                   MOVE 'A' TO PEND-REASON-CODE-WS
                 ELSE
                 IF POLICY-PREMIUM-LAPSED
                   MOVE 'POLICY LAPSED FOR NON-PAYMENT'
                      TO EXCP-REASON-CODE-WS
                      TO EXCP-REASON-CODE-WS
                   MOVE 'B' TO PEND-REASON-CODE-WS
                 END-IF
                 END-IF
                 PERFORM 760-WRITE-EXCEPTION-LINE
               END-IF
             ELSE
             END-IF
             END-IF
           END-IF
           IF HIST-DISPOSITION-WS = 'P' OR 'D' OR 'R'
             IF NOT CLAIM-PAYS-INSURED
               PERFORM 790-WRITE-REMIT-DETAIL
             END-IF
           END-IF
           IF HIST-DISPOSITION-WS = 'P' AND SUBRO-AVAILABLE
             PERFORM 795-OPEN-SUBRO-CASE
           END-IF
           IF HIST-DISPOSITION-WS = 'P' OR 'D'
             PERFORM 767-CLOSE-CASE-RESERVE
           END-IF
           PERFORM 780-WRITE-HISTORY-LINE
           PERFORM 400-READ-CLAIMS.
      *
               MOVE 'Y' TO POLICY-LAPSED-WS
             END-IF
           END-IF.
      *
       296-CHECK-PRIOR-AUTH.
      *
      *    A CLAIM BILLED OVER ITS POLICY TYPE'S THRESHOLD NEEDS AN
      *    AUTHORIZATION FOR THIS MEMBER: SAME PROVIDER (OR ONE
      *    ISSUED FOR ANY PROVIDER), THE CLAIM DATE INSIDE THE
      *    VALID WINDOW AND ENOUGH APPROVED DOLLARS LEFT.  THE CLAIM
      *    HEADER CARRIES NO SERVICE DATE, SO THE RECEIVED DATE
      *    STANDS IN.  WITHOUT THE MASTER ALLOCATED THE CHECK IS
      *    SKIPPED AND THE CLAIM ADJUDICATES AS IT ALWAYS DID.
           IF POLICY-TYPE >= 1 AND POLICY-TYPE <= 3
             MOVE PRIOR-AUTH-LIMIT(POLICY-TYPE) TO AUTH-LIMIT-WS
           ELSE
             MOVE PRIOR-AUTH-DEFAULT-LIMIT TO AUTH-LIMIT-WS
           END-IF.
           IF PAUTH-AVAILABLE AND CLAIM-AMOUNT > AUTH-LIMIT-WS
             MOVE 'N' TO PRIOR-AUTH-WS
             MOVE 'N' TO AUTH-SCAN-DONE-WS
             MOVE INSURED-POLICY-NO TO PA-POLICY-NO
             MOVE ZERO TO PA-AUTH-NO
             START PRIOR-AUTH-FILE KEY IS >= PA-AUTH-KEY
               INVALID KEY
                 MOVE 'Y' TO AUTH-SCAN-DONE-WS
             END-START
             PERFORM 298-SCAN-AUTHORIZATIONS
                UNTIL AUTH-SCAN-DONE
           END-IF.
      *
       298-SCAN-AUTHORIZATIONS.
      *
           READ PRIOR-AUTH-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO AUTH-SCAN-DONE-WS
           END-READ.
           IF NOT AUTH-SCAN-DONE
             IF PA-POLICY-NO NOT = INSURED-POLICY-NO
               MOVE 'Y' TO AUTH-SCAN-DONE-WS
             ELSE
               COMPUTE AUTH-REMAINING-WS =
                  PA-APPROVED-AMOUNT - PA-USED-AMOUNT
               IF (PA-ANY-PROVIDER
                   OR PA-PROVIDER-CODE = CLAIM-PROVIDER-CODE)
                  AND CLAIM-RECEIVED-DATE >= PA-VALID-FROM-DATE
                  AND CLAIM-RECEIVED-DATE <= PA-VALID-TO-DATE
                  AND CLAIM-AMOUNT <= AUTH-REMAINING-WS
                 MOVE 'Y' TO PRIOR-AUTH-WS
                 MOVE 'Y' TO AUTH-MATCHED-WS
                 MOVE 'Y' TO AUTH-SCAN-DONE-WS
                 MOVE PA-AUTH-KEY TO AUTH-MATCH-KEY-WS
               END-IF
             END-IF
           END-IF.
      *
       299-DRAW-DOWN-AUTHORIZATION.
      *
      *    THE PAID CLAIM USES UP ITS BILLED DOLLARS OF THE
      *    AUTHORIZATION, SO THE NEXT CLAIM AGAINST IT SEES WHAT
      *    IS LEFT AND THE EXPIRED-UNUSED REPORT SKIPS IT.
           MOVE AUTH-MATCH-KEY-WS TO PA-AUTH-KEY.
           READ PRIOR-AUTH-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF PAUTH-OK
             ADD CLAIM-AMOUNT TO PA-USED-AMOUNT
             MOVE CURR-DATE-CMP-WS TO PA-LAST-USED-DATE
             REWRITE PRIOR-AUTH-RECORD
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF.
      *
       300-OPEN-FILES.
      *
                 'PAY THE INSURED'
           END-IF.

      *    THE PRIOR-AUTHORIZATION MASTER IS OPTIONAL - WITHOUT IT
      *    NO CLAIM IS HELD FOR WANT OF AN AUTHORIZATION.
           OPEN I-O PRIOR-AUTH-FILE
           IF PAUTH-OK
             MOVE 'Y' TO PAUTH-AVAILABLE-WS
           ELSE
             DISPLAY 'PRIOR AUTHORIZATION MASTER UNAVAILABLE - '
                 'PRIOR AUTH CHECK SKIPPED'
           END-IF.

      *    SUBROGATION CASES NEED BOTH THE ACCIDENT INDICATORS AND
      *    THE CASE FILE - WITHOUT EITHER, CLAIMS PAY AS ALWAYS AND
      *    NO CASE IS OPENED.
           OPEN INPUT CLAIM-LIAB-FILE
           IF CLMLIAB-OK
             OPEN I-O SUBRO-CASE-FILE
             IF SUBROCAS-OK
               MOVE 'Y' TO SUBRO-AVAILABLE-WS
             ELSE
               DISPLAY 'SUBROGATION CASE FILE UNAVAILABLE - '
                   'NO CASES OPENED'
               CLOSE CLAIM-LIAB-FILE
             END-IF
           ELSE
             DISPLAY 'ACCIDENT INDICATOR FILE UNAVAILABLE - '
                 'NO SUBROGATION CASES OPENED'
           END-IF.

      *    WITHOUT THE OVERPAYMENT FILE A REVERSAL SETS UP NO
      *    RECEIVABLE AND PROVIDERS ARE PAID IN FULL, AS BEFORE.
           OPEN I-O OVERPAY-FILE
           IF OVPYREC-OK
             MOVE 'Y' TO OVPY-AVAILABLE-WS
           ELSE
             DISPLAY 'OVERPAYMENT FILE UNAVAILABLE - NO '
                 'RECEIVABLES SET UP OR OFFSET'
           END-IF.

      *    LETTER EVENTS ACCUMULATE ACROSS THE CYCLE'S STEPS AND
      *    ARE CONSUMED BY THE CORRGEN LETTER RUN, SO EXTEND.
           OPEN EXTEND LETTER-EVENT-FILE
             MOVE DISBURSE-ST TO EL-FILE-STATUS
             GO TO 999-ERROR-RTN.

           IF RESTART-REQUESTED
             OPEN EXTEND REMIT-DETAIL-FILE
           ELSE
             OPEN OUTPUT REMIT-DETAIL-FILE
           END-IF
           IF NOT RMTDTL-OK
             DISPLAY 'REMITTANCE DETAIL FILE PROBLEM'
             MOVE '300-OPEN-FILES'
                TO EL-PARAGRAPH
             MOVE 'REMITTANCE DETAIL FILE PROBLEM'
                TO EL-ERROR-MESSAGE
             MOVE 'RMTDTL' TO EL-FILE-NAME
             MOVE RMTDTL-ST TO EL-FILE-STATUS
             GO TO 999-ERROR-RTN.

           IF RESTART-REQUESTED
             OPEN EXTEND CHECK-REGISTER-FILE
           ELSE
                TO CLMPAY-RETENTION-AMT
             MOVE PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB)
                TO CLMPAY-OOP-MAXIMUM
             MOVE PLAN-OON-COINSURANCE(PLAN-TYPE-SUB)
                TO CLMPAY-OON-COINSURANCE
             MOVE PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB)
                TO CLMPAY-OON-OOP-MAXIMUM
           ELSE
             MOVE DEDUCTIBLE-PERC TO CLMPAY-DEDUCTIBLE-PERC
             MOVE ZERO TO CLMPAY-PLAN-COINSURANCE
             MOVE REINSURANCE-RETENTION-AMT TO CLMPAY-RETENTION-AMT
             MOVE ZERO TO CLMPAY-OOP-MAXIMUM
             MOVE ZERO TO CLMPAY-OON-COINSURANCE
             MOVE ZERO TO CLMPAY-OON-OOP-MAXIMUM
           END-IF.
           MOVE 'CLMPAY' TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM USING CLAIM-RECORD-WS
              CLMPAY-PARMS-WS CLMPAY-PRICING-WS.

           MOVE CLMPAY-DEDUCTIBLE-MET-WS TO POLICY-DEDUCTIBLE-MET-WS.
           MOVE CLMPAY-DEDUCTIBLE-AMT TO DEDUCTIBLE-WS.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 2 LINES
           ADD 1 TO LINE-COUNT.
           IF CLP-LINE-COUNT > ZERO
             PERFORM 505-WRITE-SERVICE-LINE
                VARYING SERVICE-LINE-SUB FROM 1 BY 1
                UNTIL SERVICE-LINE-SUB > CLP-LINES-RETURNED
             MOVE CLP-LINE-COUNT TO SVT-LINE-COUNT
             MOVE CLP-BILLED-TOTAL TO SVT-BILLED-AMT
             MOVE CLP-ALLOWED-TOTAL TO SVT-ALLOWED-AMT
             MOVE CLP-DISCOUNT-TOTAL TO SVT-DISCOUNT-AMT
             WRITE PRINT-LINE FROM SERVICE-TOTAL-LINE-OUT
             ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 510-WRITE-EOB-LINE.
      *
       505-WRITE-SERVICE-LINE.
      *
           MOVE CLP-LINE-NO(SERVICE-LINE-SUB) TO SL-LINE-NO.
           MOVE CLP-SERVICE-DATE(SERVICE-LINE-SUB) TO SL-SERVICE-DATE.
           MOVE CLP-PROCEDURE-CODE(SERVICE-LINE-SUB)
              TO SL-PROCEDURE-CODE.
           MOVE CLP-UNITS(SERVICE-LINE-SUB) TO SL-UNITS.
           MOVE CLP-BILLED-AMT(SERVICE-LINE-SUB) TO SL-BILLED-AMT.
           MOVE CLP-ALLOWED-AMT(SERVICE-LINE-SUB) TO SL-ALLOWED-AMT.
           MOVE CLP-DISCOUNT-AMT(SERVICE-LINE-SUB) TO SL-DISCOUNT-AMT.
           WRITE PRINT-LINE FROM SERVICE-LINE-OUT.
           ADD 1 TO LINE-COUNT.
      *
       510-WRITE-EOB-LINE.
      *
           MOVE CLAIM-AMOUNT-PAID TO EOB-CLAIM-PAID.
           WRITE EOB-LINE FROM EOB-DETAIL-LINE.
           ADD 1 TO BAL-EOB-COUNT.
           IF CLP-LINE-COUNT > ZERO
             PERFORM 515-WRITE-EOB-SERVICE-LINE
                VARYING SERVICE-LINE-SUB FROM 1 BY 1
                UNTIL SERVICE-LINE-SUB > CLP-LINES-RETURNED
             MOVE CLP-LINE-COUNT TO EOB-SVT-LINE-COUNT
             MOVE CLP-BILLED-TOTAL TO EOB-SVT-BILLED-AMT
             MOVE CLP-ALLOWED-TOTAL TO EOB-SVT-ALLOWED-AMT
             MOVE CLP-DISCOUNT-TOTAL TO EOB-SVT-DISCOUNT-AMT
             WRITE EOB-LINE FROM EOB-SERVICE-TOTAL-LINE
           END-IF.
           IF CLP-OUT-OF-NETWORK
             WRITE EOB-LINE FROM EOB-NETWORK-NOTICE-LINE
           END-IF.
           PERFORM 520-WRITE-CSV-DETAIL-LINE.
           PERFORM 530-WRITE-DISBURSEMENT.
      *
       515-WRITE-EOB-SERVICE-LINE.
      *
           MOVE CLP-LINE-NO(SERVICE-LINE-SUB) TO EOB-SVC-LINE-NO.
           MOVE CLP-SERVICE-DATE(SERVICE-LINE-SUB) TO EOB-SVC-DATE.
           MOVE CLP-PROCEDURE-CODE(SERVICE-LINE-SUB)
              TO EOB-SVC-PROCEDURE-CODE.
           MOVE CLP-UNITS(SERVICE-LINE-SUB) TO EOB-SVC-UNITS.
           MOVE CLP-BILLED-AMT(SERVICE-LINE-SUB) TO EOB-SVC-BILLED-AMT.
           MOVE CLP-ALLOWED-AMT(SERVICE-LINE-SUB)
              TO EOB-SVC-ALLOWED-AMT.
           MOVE CLP-DISCOUNT-AMT(SERVICE-LINE-SUB)
              TO EOB-SVC-DISCOUNT-AMT.
           WRITE EOB-LINE FROM EOB-SERVICE-LINE.
      *
       520-WRITE-CSV-DETAIL-LINE.
      *
             MOVE 'Y' TO CHKREG-HEADING-WRITTEN-WS
           END-IF.
           ADD 1 TO PAYMENT-REF-NO-WS, REG-PAYMENT-COUNT.
           MOVE PAYMENT-REF-NO-WS     TO REMIT-SOURCE-REF-WS.
           PERFORM 532-RESOLVE-PAYEE.
           PERFORM 537-COMPUTE-PROMPT-PAY-INTEREST.
           IF PAY-TO-PROVIDER AND OVPY-AVAILABLE
              AND OVPY-OFFSET-PCT > ZERO
             PERFORM 533-OFFSET-OVERPAYMENTS
           END-IF.
           IF NOT PAY-TO-PROVIDER
             PERFORM 539-OFFSET-POLICY-LOAN
           END-IF.
           MOVE PAYMENT-REF-NO-WS     TO DB-PAYMENT-REF-NO.
           MOVE INSURED-POLICY-NO     TO DB-POLICY-NO.
           IF PAY-TO-PROVIDER
             MOVE INSURED-LAST-NAME   TO DB-PAYEE-LAST-NAME
           END-IF.
           COMPUTE DB-PAYMENT-AMOUNT =
              CLAIM-AMOUNT-PAID + PP-INTEREST-AMT
              - OFFSET-AMOUNT-WS - LOAN-OFFSET-AMT-WS.
           MOVE CURR-DATE-CMP-WS      TO DB-PAYMENT-DATE.
           IF PAY-TO-PROVIDER
             MOVE CLAIM-PROVIDER-CODE TO DB-PROVIDER-CODE
           ELSE
             MOVE SPACES              TO DB-PROVIDER-CODE
           END-IF.
           WRITE DISBURSEMENT-RECORD.
           IF NOT DISBURSE-OK
             DISPLAY 'DISBURSEMENT FILE PROBLEM'
             MOVE INSURED-LAST-NAME   TO CRD-LAST-NAME
           END-IF.
           COMPUTE CRD-PAYMENT-AMOUNT =
              CLAIM-AMOUNT-PAID + PP-INTEREST-AMT
              - OFFSET-AMOUNT-WS - LOAN-OFFSET-AMT-WS.
           WRITE CHKREG-LINE FROM CHKREG-DETAIL-LINE.
           ADD CLAIM-AMOUNT-PAID      TO REG-AMOUNT-TOTAL.
           ADD PP-INTEREST-AMT        TO REG-AMOUNT-TOTAL.
           SUBTRACT OFFSET-AMOUNT-WS  FROM REG-AMOUNT-TOTAL.
           SUBTRACT LOAN-OFFSET-AMT-WS FROM REG-AMOUNT-TOTAL.
           ADD INSURED-POLICY-NO      TO REG-POLICY-HASH.
           IF PP-INTEREST-AMT > ZERO
             PERFORM 538-WRITE-INTEREST-REGISTER-LINE
           END-IF.
      *
       533-OFFSET-OVERPAYMENTS.
      *
      *    NET THE PROVIDER'S OPEN OVERPAYMENTS, OLDEST FIRST, OUT
      *    OF THIS PAYMENT - NO MORE THAN THE OFFSET PERCENTAGE OF
      *    WHAT THE CLAIM PAID.  INTEREST IS OWED REGARDLESS AND IS
      *    NEVER TAKEN.
           COMPUTE OFFSET-REMAINING-WS =
              CLAIM-AMOUNT-PAID * OVPY-OFFSET-PCT / 100.
           MOVE CLAIM-PROVIDER-CODE TO OP-PROVIDER-CODE.
           MOVE ZERO TO OP-ESTABLISHED-DATE, OP-POLICY-NO,
                OP-CLAIM-SEQ-NO.
           MOVE 'N' TO OVPY-SCAN-DONE-WS.
           START OVERPAY-FILE KEY IS >= OP-OVPY-KEY
             INVALID KEY
               MOVE 'Y' TO OVPY-SCAN-DONE-WS
           END-START.
           PERFORM 534-OFFSET-ONE-OVERPAYMENT
              UNTIL OVPY-SCAN-DONE
              OR OFFSET-REMAINING-WS = ZERO.
           IF OFFSET-AMOUNT-WS > ZERO
             ADD 1 TO OVPY-OFFSET-COUNT
             ADD OFFSET-AMOUNT-WS TO OVPY-OFFSET-TOTAL
           END-IF.
      *
       534-OFFSET-ONE-OVERPAYMENT.
      *
           READ OVERPAY-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO OVPY-SCAN-DONE-WS
           END-READ.
           IF NOT OVPY-SCAN-DONE
             IF OP-PROVIDER-CODE NOT = CLAIM-PROVIDER-CODE
               MOVE 'Y' TO OVPY-SCAN-DONE-WS
             ELSE
             IF OP-OPEN AND OP-BALANCE > ZERO
               IF OP-BALANCE < OFFSET-REMAINING-WS
                 MOVE OP-BALANCE TO OFFSET-TAKE-WS
               ELSE
                 MOVE OFFSET-REMAINING-WS TO OFFSET-TAKE-WS
               END-IF
               SUBTRACT OFFSET-TAKE-WS FROM OP-BALANCE,
                    OFFSET-REMAINING-WS
               ADD OFFSET-TAKE-WS TO OP-RECOVERED-TO-DATE,
                    OP-RECOVERED-MTD, OFFSET-AMOUNT-WS
               MOVE CURR-DATE-CMP-WS TO OP-LAST-OFFSET-DATE
               IF OP-BALANCE = ZERO
                 SET OP-RECOVERED TO TRUE
                 MOVE CURR-DATE-CMP-WS TO OP-RECOVERED-DATE
               END-IF
               REWRITE OVERPAYMENT-RECORD
               IF NOT OVPYREC-OK
                 DISPLAY 'OVERPAYMENT FILE PROBLEM'
                 MOVE '534-OFFSET-ONE-OVERPAYMENT'
                    TO EL-PARAGRAPH
                 MOVE 'OVERPAYMENT FILE PROBLEM'
                    TO EL-ERROR-MESSAGE
                 MOVE 'OVPYREC' TO EL-FILE-NAME
                 MOVE OVPYREC-ST TO EL-FILE-STATUS
                 GO TO 999-ERROR-RTN
               END-IF
             END-IF
             END-IF
           END-IF.
      *
       539-OFFSET-POLICY-LOAN.
      *
      *    A BENEFIT PAID TO THE INSURED IS THE MEMBER'S OWN MONEY,
      *    SO PART OF IT MAY GO TO AN OUTSTANDING POLICY LOAN.  THE
      *    PERCENTAGE APPLIES TO WHAT THE CLAIM PAID; PROMPT-PAY
      *    INTEREST RIDES IN THE CHECK BUT IS NEVER A BASE.
           MOVE 'O'                   TO LF-FUNCTION.
           MOVE 'INSURCOB'            TO LF-SOURCE-SYSTEM.
           MOVE PAYMENT-REF-NO-WS     TO LF-PAYMENT-REF-NO.
           MOVE INSURED-POLICY-NO     TO LF-POLICY-NO.
           MOVE CLAIM-AMOUNT-PAID     TO LF-OFFSET-BASE.
           COMPUTE LF-GROSS-AMOUNT =
              CLAIM-AMOUNT-PAID + PP-INTEREST-AMT.
           MOVE CURR-DATE-CMP-WS      TO LF-PAYMENT-DATE.
           CALL 'LOANOFS' USING LOANOFS-PARMS-WS.
           IF LF-OFFSET-TAKEN
             MOVE LF-OFFSET-AMOUNT TO LOAN-OFFSET-AMT-WS
             ADD 1 TO LOAN-OFFSET-COUNT
             ADD LF-OFFSET-AMOUNT TO LOAN-OFFSET-TOTAL
             MOVE LF-LOAN-NO TO EOB-LOAN-NO
             MOVE LF-OFFSET-AMOUNT TO EOB-LOAN-OFFSET-AMT
             MOVE LF-NET-AMOUNT TO EOB-LOAN-NET-AMT
             WRITE EOB-LINE FROM EOB-LOAN-OFFSET-LINE
           END-IF.
      *
       537-COMPUTE-PROMPT-PAY-INTEREST.
      *
             MOVE 'PENDCLM' TO EL-FILE-NAME
             MOVE PENDCLM-ST TO EL-FILE-STATUS
             GO TO 999-ERROR-RTN.
           PERFORM 766-SET-UP-CASE-RESERVE.
      *
       766-SET-UP-CASE-RESERVE.
      *
      *    A PENDED CLAIM IS STILL A LIABILITY, SO IT CARRIES A CASE
      *    RESERVE FOR ITS BILLED AMOUNT UNTIL IT COMES BACK THROUGH
      *    THE CYCLE AND PAYS OR IS DENIED.  A CLAIM PENDED AGAIN
      *    AFTER A RELEASE JUST MOVES BACK TO THE PEND QUEUE.
           SET CU-SET-UP TO TRUE.
           MOVE INSURED-POLICY-NO TO CU-POLICY-NO.
           MOVE CLAIM-SEQ-NO      TO CU-CLAIM-SEQ-NO.
           MOVE POLICY-TYPE       TO CU-POLICY-TYPE.
           MOVE 'P'               TO CU-QUEUE.
           MOVE CLAIM-AMOUNT      TO CU-RESERVE-AMOUNT.
           MOVE CURR-DATE-CMP-WS  TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
           IF CU-OK
             ADD 1 TO RSV-SET-UP-COUNT
           END-IF.
      *
       767-CLOSE-CASE-RESERVE.
      *
      *    MOST CLAIMS NEVER SAT IN A QUEUE AND COME BACK NOT FOUND;
      *    ONE THAT DID HAS ITS WHOLE RESERVE RELEASED HERE.
           SET CU-CLOSE TO TRUE.
           MOVE INSURED-POLICY-NO TO CU-POLICY-NO.
           MOVE CLAIM-SEQ-NO      TO CU-CLAIM-SEQ-NO.
           MOVE HIST-DISPOSITION-WS TO CU-CLOSE-REASON.
           MOVE CURR-DATE-CMP-WS  TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
           IF CU-OK
             ADD 1 TO RSV-CLOSED-COUNT
           END-IF.
      *
       785-BACK-OUT-REVERSAL.
      *
             MOVE ADJAUDIT-ST TO EL-FILE-STATUS
             DISPLAY 'ADJUSTMENT AUDIT FILE PROBLEM'
             GO TO 999-ERROR-RTN.
           IF OVPY-AVAILABLE AND NOT CLAIM-PAYS-INSURED
              AND CLAIM-PROVIDER-CODE NOT = SPACES
              AND CLAIM-AMOUNT-PAID > ZERO
             PERFORM 786-SET-UP-OVERPAYMENT
           END-IF.
      *
       786-SET-UP-OVERPAYMENT.
      *
      *    THE ORIGINAL'S CHECK WENT TO THE PROVIDER AND IS NOT
      *    COMING BACK BY ITSELF - WHAT IT PAID BECOMES A RECEIVABLE
      *    TO RECOVER FROM THE PROVIDER'S LATER PAYMENTS.  ON A
      *    RESTART THE RECEIVABLE MAY ALREADY BE SET UP - LEAVE IT.
           MOVE SPACES TO OVERPAYMENT-RECORD.
           MOVE CLAIM-PROVIDER-CODE TO OP-PROVIDER-CODE.
           MOVE CURR-DATE-CMP-WS TO OP-ESTABLISHED-DATE.
           MOVE INSURED-POLICY-NO TO OP-POLICY-NO.
           MOVE ADJUSTED-CLAIM-SEQ TO OP-CLAIM-SEQ-NO.
           MOVE CLAIM-SEQ-NO TO OP-REVERSAL-SEQ-NO.
           SET OP-OPEN TO TRUE.
           MOVE CLAIM-AMOUNT-PAID TO OP-ORIGINAL-AMOUNT, OP-BALANCE.
           MOVE ZERO TO OP-RECOVERED-TO-DATE, OP-RECOVERED-MTD,
                OP-LAST-OFFSET-DATE, OP-RECOVERED-DATE,
                OP-REFERRAL-DATE.
           MOVE 'N' TO OP-REFERRAL-FLAG.
           WRITE OVERPAYMENT-RECORD
             INVALID KEY
               CONTINUE
           END-WRITE.
           IF OVPYREC-OK
             ADD 1 TO OVPY-ESTABLISHED-COUNT
             ADD CLAIM-AMOUNT-PAID TO OVPY-ESTABLISHED-TOTAL
           END-IF.
      *
       780-WRITE-HISTORY-LINE.
      *
             MOVE 'CLMHST' TO EL-FILE-NAME
             MOVE CLMHST-ST TO EL-FILE-STATUS
             GO TO 999-ERROR-RTN.
      *
       790-WRITE-REMIT-DETAIL.
      *
      *    ONE CLAIM LOOP FOR THE PROVIDER'S REMITTANCE.  A PRICED
      *    CLAIM REPORTS THE FEE-SCHEDULE BILLED AND ALLOWED TOTALS
      *    (THE HEADER AMOUNT WHEN NO SERVICE LINES WERE ON FILE);
      *    A REVERSAL TAKES BACK WHAT ITS ORIGINAL PAID.  THE REASON
      *    CODE NAMES THE MAIN ADJUSTMENT - 1 DEDUCTIBLE, 2
      *    COINSURANCE, 45 FEE SCHEDULE, 119 BENEFIT MAXIMUM REACHED,
      *    129 PRIOR PROCESSING REVERSED.
           MOVE SPACES TO REMIT-DETAIL-RECORD.
           MOVE CLAIM-PROVIDER-CODE TO RX-PROVIDER-CODE.
           MOVE INSURED-POLICY-NO TO RX-POLICY-NO.
           MOVE CLAIM-SEQ-NO TO RX-CLAIM-SEQ-NO.
           MOVE HIST-DISPOSITION-WS TO RX-CLAIM-STATUS.
           MOVE REMIT-SOURCE-REF-WS TO RX-SOURCE-REF.
           MOVE 'INSURCOB' TO RX-SOURCE-PROGRAM.
           MOVE CURR-DATE-CMP-WS TO RX-CYCLE-DATE.
           MOVE ZERO TO RX-INTEREST-AMT.
           MOVE OFFSET-AMOUNT-WS TO RX-OFFSET-AMT.
           IF REMIT-SOURCE-REF-WS = ZERO
             SET RX-NOTHING-PAID TO TRUE
           ELSE
           IF PAY-TO-PROVIDER
             SET RX-PAID-TO-PROVIDER TO TRUE
             MOVE PP-INTEREST-AMT TO RX-INTEREST-AMT
           ELSE
             SET RX-PAID-TO-MEMBER TO TRUE
             MOVE PP-INTEREST-AMT TO RX-INTEREST-AMT
           END-IF
           END-IF.
           IF RX-CLAIM-REVERSED
             MOVE CLAIM-AMOUNT TO RX-BILLED-AMT
             MOVE CLAIM-AMOUNT-PAID TO RX-ALLOWED-AMT, RX-PAID-AMT
             MOVE ZERO TO RX-MEMBER-SHARE
             MOVE '129' TO RX-REASON-CODE
           ELSE
             IF CLP-LINE-COUNT > ZERO
               MOVE CLP-BILLED-TOTAL TO RX-BILLED-AMT
               MOVE CLP-ALLOWED-TOTAL TO RX-ALLOWED-AMT
             ELSE
               MOVE CLAIM-AMOUNT TO RX-BILLED-AMT, RX-ALLOWED-AMT
             END-IF
             IF RX-CLAIM-DENIED
               MOVE ZERO TO RX-PAID-AMT
               MOVE RX-ALLOWED-AMT TO RX-MEMBER-SHARE
               MOVE '119' TO RX-REASON-CODE
             ELSE
               MOVE CLAIM-AMOUNT-PAID TO RX-PAID-AMT
               COMPUTE REMIT-SHARE-WS =
                  RX-ALLOWED-AMT - CLAIM-AMOUNT-PAID
               IF REMIT-SHARE-WS < ZERO
                 MOVE ZERO TO REMIT-SHARE-WS
               END-IF
               MOVE REMIT-SHARE-WS TO RX-MEMBER-SHARE
               IF POLICY-DEDUCTIBLE-MET-WS NOT = 'Y'
                 MOVE '1' TO RX-REASON-CODE
               ELSE
               IF REMIT-SHARE-WS > ZERO
                 MOVE '2' TO RX-REASON-CODE
               ELSE
               IF CLP-DISCOUNT-TOTAL > ZERO
                 MOVE '45' TO RX-REASON-CODE
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF.
           WRITE REMIT-DETAIL-RECORD.
           IF NOT RMTDTL-OK
             DISPLAY 'REMITTANCE DETAIL FILE PROBLEM'
             MOVE '790-WRITE-REMIT-DETAIL'
                TO EL-PARAGRAPH
             MOVE 'REMITTANCE DETAIL FILE PROBLEM'
                TO EL-ERROR-MESSAGE
             MOVE 'RMTDTL' TO EL-FILE-NAME
             MOVE RMTDTL-ST TO EL-FILE-STATUS
             GO TO 999-ERROR-RTN.
      *
       795-OPEN-SUBRO-CASE.
      *
      *    A PAID CLAIM FROM AN AUTO ACCIDENT, WORK INJURY OR OTHER
      *    LIABILITY OPENS A RECOVERY CASE FOR WHAT THE PLAN PAID.
      *    THE MEMBER'S SHARE IS FIGURED AS FOR THE REMITTANCE.  ON
      *    A RESTART THE CASE MAY ALREADY BE OPEN - LEAVE IT.  THE
      *    NETWORK STATUS TELLS SUBRMNT WHICH OUT-OF-POCKET BUCKET
      *    THE SHARE WAS CHARGED TO.
           MOVE CLAIM-KEY TO LB-CLAIM-KEY.
           READ CLAIM-LIAB-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF CLMLIAB-OK
             MOVE SPACES TO SUBRO-CASE-RECORD
             MOVE CLAIM-KEY TO SR-CASE-KEY
             SET SR-CASE-OPEN TO TRUE
             MOVE LB-ACCIDENT-TYPE TO SR-ACCIDENT-TYPE
             MOVE LB-ACCIDENT-DATE TO SR-ACCIDENT-DATE
             MOVE LB-OTHER-CARRIER TO SR-OTHER-CARRIER
             MOVE POLICY-YEAR TO SR-BENEFIT-YEAR
             MOVE CLP-NETWORK-STATUS TO SR-NETWORK-STATUS
             MOVE CURR-DATE-CMP-WS TO SR-OPEN-DATE,
                  SR-LAST-ACTIVITY-DATE
             MOVE CLAIM-AMOUNT-PAID TO SR-PAID-AMOUNT
             IF CLP-LINE-COUNT > ZERO
               COMPUTE REMIT-SHARE-WS =
                  CLP-ALLOWED-TOTAL - CLAIM-AMOUNT-PAID
             ELSE
               COMPUTE REMIT-SHARE-WS =
                  CLAIM-AMOUNT - CLAIM-AMOUNT-PAID
             END-IF
             IF REMIT-SHARE-WS < ZERO
               MOVE ZERO TO REMIT-SHARE-WS
             END-IF
             MOVE REMIT-SHARE-WS TO SR-MEMBER-SHARE
             MOVE ZERO TO SR-DEMAND-DATE, SR-DEMAND-AMOUNT,
                  SR-SETTLE-DATE, SR-SETTLE-AMOUNT,
                  SR-SETTLE-MEMBER-AMT, SR-RECOVERED-TO-DATE,
                  SR-MEMBER-RECOVERED, SR-RECOVERED-MTD,
                  SR-MEMBER-MTD, SR-CLOSE-DATE
             WRITE SUBRO-CASE-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             IF SUBROCAS-OK
               ADD 1 TO SUBRO-OPENED-COUNT
             END-IF
           END-IF.
      *
       770-WRITE-DENIAL-LINE.
      *
           ADD TOT-CLAIM-AMOUNT-PAID REVERSED-PAID-TOTAL
               PP-INTEREST-TOTAL
             GIVING REGISTER-EXPECTED-TOTAL.
           SUBTRACT OVPY-OFFSET-TOTAL FROM REGISTER-EXPECTED-TOTAL.
           SUBTRACT LOAN-OFFSET-TOTAL FROM REGISTER-EXPECTED-TOTAL.
           IF REG-AMOUNT-TOTAL = REGISTER-EXPECTED-TOTAL
             MOVE 'IN BALANCE    ' TO CRT-BALANCE-STATUS
           ELSE
             MOVE 'PROMPT-PAY INTEREST' TO GF-DESCRIPTION
             WRITE GL-FEED-RECORD
           END-IF.
      *    A REVERSAL TAKES ITS PAYMENT BACK OUT OF CLAIMS PAID, BUT
      *    THE PROVIDER STILL HOLDS THE CASH - THAT IS A RECEIVABLE.
      *    AN OFFSET SETTLES PART OF A PAYABLE WITH THE RECEIVABLE
      *    INSTEAD OF CASH.
           IF OVPY-ESTABLISHED-TOTAL > ZERO
             MOVE SPACES TO GL-FEED-RECORD
             MOVE 'INSURCOB' TO GF-SOURCE-SYSTEM
             MOVE 'OVPYRECV' TO GF-DEBIT-ACCOUNT
             MOVE 'CLMPAYBL' TO GF-CREDIT-ACCOUNT
             MOVE OVPY-ESTABLISHED-TOTAL TO GF-AMOUNT
             MOVE 'PROVIDER OVERPAYMENTS' TO GF-DESCRIPTION
             WRITE GL-FEED-RECORD
           END-IF.
           IF OVPY-OFFSET-TOTAL > ZERO
             MOVE SPACES TO GL-FEED-RECORD
             MOVE 'INSURCOB' TO GF-SOURCE-SYSTEM
             MOVE 'CLMPAYBL' TO GF-DEBIT-ACCOUNT
             MOVE 'OVPYRECV' TO GF-CREDIT-ACCOUNT
             MOVE OVPY-OFFSET-TOTAL TO GF-AMOUNT
             MOVE 'OVERPAYMENTS OFFSET' TO GF-DESCRIPTION
             WRITE GL-FEED-RECORD
           END-IF.
      *    THE PART OF A CLAIM SENT TO A POLICY LOAN LEAVES AS A
      *    TRANSFER INSTEAD OF A CHECK; LOANPOST TAKES IT IN AS A
      *    LOAN PAYMENT FROM THE SAME CASH ACCOUNT.
           IF LOAN-OFFSET-TOTAL > ZERO
             MOVE SPACES TO GL-FEED-RECORD
             MOVE 'INSURCOB' TO GF-SOURCE-SYSTEM
             MOVE 'CLMPAYBL' TO GF-DEBIT-ACCOUNT
             MOVE 'CASH    ' TO GF-CREDIT-ACCOUNT
             MOVE LOAN-OFFSET-TOTAL TO GF-AMOUNT
             MOVE 'CLAIMS TO POLICY LOANS' TO GF-DESCRIPTION
             WRITE GL-FEED-RECORD
           END-IF.
           CLOSE GL-FEED-FILE.
      *
       950-BALANCE-OUTPUTS.
                 DISBURSEMENT-FILE, CHECK-REGISTER-FILE,
                 REINS-SETUP-FILE, ADJ-AUDIT-FILE,
                 PEND-CLAIM-FILE, LETTER-EVENT-FILE,
                 REMIT-DETAIL-FILE, CHECKPOINT-FILE.
           IF POLMAST-AVAILABLE
             CLOSE POLMAST-FILE
           END-IF.
           IF PROVMST-AVAILABLE
             CLOSE PROVIDER-FILE
           END-IF.
           IF PAUTH-AVAILABLE
             CLOSE PRIOR-AUTH-FILE
           END-IF.
           IF SUBRO-AVAILABLE
             DISPLAY 'SUBROGATION CASES OPENED: ' SUBRO-OPENED-COUNT
             CLOSE CLAIM-LIAB-FILE, SUBRO-CASE-FILE
           END-IF.
           IF OVPY-AVAILABLE
             DISPLAY 'OVERPAYMENTS SET UP:     ' OVPY-ESTABLISHED-COUNT
                 ' ' OVPY-ESTABLISHED-TOTAL
             DISPLAY 'PAYMENTS OFFSET:         ' OVPY-OFFSET-COUNT
                 ' ' OVPY-OFFSET-TOTAL
             CLOSE OVERPAY-FILE
           END-IF.
           DISPLAY 'POLICY LOAN OFFSETS:     ' LOAN-OFFSET-COUNT
               ' ' LOAN-OFFSET-TOTAL.
           MOVE 'F' TO LF-FUNCTION.
           MOVE 'INSURCOB' TO LF-SOURCE-SYSTEM.
           CALL 'LOANOFS' USING LOANOFS-PARMS-WS.
           DISPLAY 'CASE RESERVES SET UP:    ' RSV-SET-UP-COUNT.
           DISPLAY 'CASE RESERVES CLOSED:    ' RSV-CLOSED-COUNT.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
           PERFORM 8190-CLEAR-CHECKPOINT-FILE.
      *
       999-ERROR-RTN.

      ******************************************************************
      * POSPAYE                                                        *
      * Positive-pay exception decisions.  Loads the bank's exception  *
      * file (POSPEXC.cpy) of checks presented today that did not      *
      * match our positive-pay file, proves it against its trailer,    *
      * and looks each check up on PAYMAST to recommend pay or         *
      * return: only a check still issued, for the same amount, is     *
      * recommended for payment - one not ours, already cleared,       *
      * cancelled, never released, stale or for another amount is      *
      * recommended for return.  Treasury overrides a recommendation   *
      * with a decision card (check, P or R, officer id).  The pay/    *
      * return decision file goes back to the bank with header and     *
      * trailer counts.  The run can be repeated up to the bank's      *
      * cutoff as decisions are made; the last file sent stands, and   *
      * an item the bank has no decision for is returned.  Cards that  *
      * match no exception, or carry no officer or a bad code, are     *
      * rejected on the register.                                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (POSPERPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAYE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSPEXC-FILE
               ASSIGN TO UT-S-POSPEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPEXC-ST.
           SELECT DECISION-CARD-FILE
               ASSIGN TO UT-S-POSPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPCARD-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT POSPDEC-FILE
               ASSIGN TO UT-S-POSPDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPDEC-ST.
           SELECT PRINTFILE
               ASSIGN TO POSPERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  POSPEXC-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPEXC.
      *
      * TREASURY'S PAY/RETURN DECISION FOR A PRESENTED CHECK.
       FD  DECISION-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-CARD.
           05  DC-CHECK-NO               PIC 9(10).
           05  DC-DECISION               PIC X(1).
               88  DC-PAY                        VALUE 'P'.
               88  DC-RETURN                     VALUE 'R'.
           05  DC-OFFICER-ID             PIC X(8).
           05  FILLER                    PIC X(61).
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
      * THE PAY/RETURN DECISION FILE BACK TO THE BANK - 'H' HEADER,
      * A 'D' RECORD PER PRESENTED CHECK AND A 'T' TRAILER.
       FD  POSPDEC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POSPDEC-RECORD.
           05  PK-RECORD-TYPE            PIC X(1).
           05  PK-CHECK-NO               PIC 9(10).
           05  PK-BANK-ITEM-REF          PIC X(15).
           05  PK-DECISION               PIC X(1).
           05  PK-PRESENTED-AMOUNT       PIC 9(9)V99.
           05  FILLER                    PIC X(42).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  POSPEXC-ST                 PIC X(2).
               88  POSPEXC-OK                     VALUE '00'.
           05  POSPCARD-ST                PIC X(2).
               88  POSPCARD-OK                    VALUE '00'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  POSPDEC-ST                 PIC X(2).
               88  POSPDEC-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  EXCEPTION-EOF-WS           PIC X(1)  VALUE 'N'.
               88  NO-MORE-EXCEPTIONS             VALUE 'Y'.
           05  CARD-EOF-WS                PIC X(1)  VALUE 'N'.
               88  NO-MORE-CARDS                  VALUE 'Y'.
           05  TRAILER-SEEN-WS            PIC X(1)  VALUE 'N'.
               88  EXCEPTION-TRAILER-SEEN         VALUE 'Y'.
           05  ON-PAYMAST-WS              PIC X(1).
               88  CHECK-ON-PAYMAST               VALUE 'Y'.
       01  BANK-ACCOUNT-WS                PIC X(17).
       01  PRESENTMENT-DATE-WS            PIC 9(8).
       01  DECISION-CUTOFF-WS             PIC 9(4).
       01  EXCEPTION-TABLE-WS.
           05  EXCEPTION-COUNT            PIC 9(4) VALUE ZERO.
           05  EXCEPTION-ENTRY OCCURS 2000.
               10  XT-CHECK-NO            PIC 9(10).
               10  XT-PRESENTED-AMOUNT    PIC 9(9)V99.
               10  XT-EXCEPTION-REASON    PIC X(2).
               10  XT-BANK-ITEM-REF       PIC X(15).
       01  XT-SUB                         PIC 9(4).
       01  CARD-TABLE-WS.
           05  CARD-COUNT                 PIC 9(4) VALUE ZERO.
           05  CARD-ENTRY OCCURS 500.
               10  CT-CHECK-NO            PIC 9(10).
               10  CT-DECISION            PIC X(1).
               10  CT-OFFICER-ID          PIC X(8).
               10  CT-USED                PIC X(1).
                   88  CT-CARD-USED               VALUE 'Y'.
       01  CT-SUB                         PIC 9(4).
       01  RECOMMENDATION-WS              PIC X(1).
       01  DECISION-WS                    PIC X(1).
       01  DECIDED-BY-WS                  PIC X(8).
       01  REASON-WS                      PIC X(24).
       01  CARD-REJECT-REASON-WS          PIC X(30).
       01  DECISION-TOTALS-WS.
           05  TRAILER-COUNT-WS           PIC 9(7) VALUE ZERO.
           05  TRAILER-AMOUNT-WS          PIC 9(11)V99 VALUE ZERO.
           05  EXCEPTION-AMOUNT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  PAY-COUNT                  PIC 9(7) VALUE ZERO.
           05  PAY-AMOUNT-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  RETURN-COUNT               PIC 9(7) VALUE ZERO.
           05  RETURN-AMOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  OVERRIDE-COUNT             PIC 9(7) VALUE ZERO.
           05  CARD-REJECT-COUNT          PIC 9(7) VALUE ZERO.
       01  DECISION-HEADER-WS.
           05  FILLER                     PIC X(1)  VALUE 'H'.
           05  DH-BANK-ACCOUNT            PIC X(17).
           05  DH-PRESENTMENT-DATE        PIC 9(8).
           05  DH-CREATE-DATE             PIC 9(8).
           05  FILLER                     PIC X(46) VALUE SPACES.
       01  DECISION-TRAILER-WS.
           05  FILLER                     PIC X(1)  VALUE 'T'.
           05  DT-DECISION-COUNT          PIC 9(7).
           05  DT-PAY-COUNT               PIC 9(7).
           05  DT-RETURN-COUNT            PIC 9(7).
           05  DT-AMOUNT-TOTAL            PIC 9(11)V99.
           05  FILLER                     PIC X(45) VALUE SPACES.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "POSITIVE-PAY EXCEPTION DECISIONS".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HL-BANK-ACCOUNT   PIC X(17).
           05  FILLER            PIC X(13) VALUE " PRESENTED ON".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HL-PRESENTMENT-DATE PIC 9999/99/99.
           05  FILLER            PIC X(9)  VALUE " CUTOFF ".
           05  HL-CUTOFF         PIC 99B99.
       01  DETAIL-HEADING-LINE.
           05  FILLER            PIC X(12) VALUE "CHECK NO".
           05  FILLER            PIC X(16) VALUE "       PRESENTED".
           05  FILLER            PIC X(8)  VALUE "  BANK".
           05  FILLER            PIC X(8)  VALUE "STATUS".
           05  FILLER            PIC X(6)  VALUE "RECOM".
           05  FILLER            PIC X(10) VALUE "DECISION".
           05  FILLER            PIC X(10) VALUE "BY".
           05  FILLER            PIC X(24) VALUE "REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  ED-CHECK-NO       PIC 9(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  ED-BANK-REASON    PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  ED-STATUS         PIC X(1).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  ED-RECOMMENDATION PIC X(6).
           05  ED-DECISION       PIC X(10).
           05  ED-DECIDED-BY     PIC X(10).
           05  ED-REASON         PIC X(24).
       01  CARD-REJECT-LINE.
           05  FILLER            PIC X(16) VALUE "CARD REJECTED - ".
           05  CR-CHECK-NO       PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CR-DECISION       PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CR-OFFICER-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CR-REASON         PIC X(30).
       01  TOTALS-LINE.
           05  TL-LABEL          PIC X(34).
           05  TL-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 310-READ-EXCEPTION.
           IF NO-MORE-EXCEPTIONS OR NOT PE-FILE-HEADER
               DISPLAY 'POSPAYE: EXCEPTION FILE HAS NO HEADER'
               MOVE '000-MAINLINE' TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY EXCEPTION FILE HAS NO HEADER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           MOVE PE-BANK-ACCOUNT TO BANK-ACCOUNT-WS.
           MOVE PE-PRESENTMENT-DATE TO PRESENTMENT-DATE-WS.
           MOVE PE-DECISION-CUTOFF TO DECISION-CUTOFF-WS.
           PERFORM 400-WRITE-HEADINGS.
           PERFORM 200-LOAD-CARD UNTIL NO-MORE-CARDS.
           PERFORM 310-READ-EXCEPTION.
           PERFORM 250-LOAD-EXCEPTION UNTIL NO-MORE-EXCEPTIONS.
           PERFORM 350-PROVE-EXCEPTION-FILE.
           PERFORM 420-WRITE-DECISION-HEADER.
           PERFORM 450-DECIDE-EXCEPTION
               VARYING XT-SUB FROM 1 BY 1
               UNTIL XT-SUB > EXCEPTION-COUNT.
           PERFORM 600-LIST-UNUSED-CARD
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CARD-COUNT.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'POSPAYE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
      *
       200-LOAD-CARD.
      *
           READ DECISION-CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DC-CHECK-NO NOT NUMERIC
                           MOVE 'CHECK NUMBER NOT NUMERIC'
                              TO CARD-REJECT-REASON-WS
                           PERFORM 210-REJECT-CARD
                       WHEN NOT DC-PAY AND NOT DC-RETURN
                           MOVE 'DECISION MUST BE P OR R'
                              TO CARD-REJECT-REASON-WS
                           PERFORM 210-REJECT-CARD
                       WHEN DC-OFFICER-ID = SPACES
                           MOVE 'NO OFFICER ID'
                              TO CARD-REJECT-REASON-WS
                           PERFORM 210-REJECT-CARD
                       WHEN CARD-COUNT = 500
                           DISPLAY 'POSPAYE: MORE THAN 500 CARDS'
                           MOVE '200-LOAD-CARD' TO EL-PARAGRAPH
                           MOVE 'DECISION CARD TABLE FULL'
                              TO EL-ERROR-MESSAGE
                           GO TO 999-ERROR-RTN
                       WHEN OTHER
                           ADD 1 TO CARD-COUNT
                           MOVE DC-CHECK-NO TO CT-CHECK-NO(CARD-COUNT)
                           MOVE DC-DECISION TO CT-DECISION(CARD-COUNT)
                           MOVE DC-OFFICER-ID
                              TO CT-OFFICER-ID(CARD-COUNT)
                           MOVE 'N' TO CT-USED(CARD-COUNT)
                   END-EVALUATE
           END-READ.
      *
       210-REJECT-CARD.
      *
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE DECISION-CARD(1:10) TO CR-CHECK-NO.
           MOVE DC-DECISION TO CR-DECISION.
           MOVE DC-OFFICER-ID TO CR-OFFICER-ID.
           MOVE CARD-REJECT-REASON-WS TO CR-REASON.
           WRITE PRINT-LINE FROM CARD-REJECT-LINE.
      *
       250-LOAD-EXCEPTION.
      *
           EVALUATE TRUE
               WHEN EXCEPTION-TRAILER-SEEN
                   DISPLAY 'POSPAYE: RECORDS AFTER THE TRAILER'
                   MOVE '250-LOAD-EXCEPTION' TO EL-PARAGRAPH
                   MOVE 'POSITIVE-PAY EXCEPTION RECORDS AFTER TRAILER'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               WHEN PE-FILE-TRAILER
                   SET EXCEPTION-TRAILER-SEEN TO TRUE
                   MOVE PE-EXCEPTION-COUNT TO TRAILER-COUNT-WS
                   MOVE PE-AMOUNT-TOTAL TO TRAILER-AMOUNT-WS
               WHEN PE-EXCEPTION
                   IF EXCEPTION-COUNT = 2000
                       DISPLAY 'POSPAYE: MORE THAN 2000 EXCEPTIONS'
                       MOVE '250-LOAD-EXCEPTION' TO EL-PARAGRAPH
                       MOVE 'POSITIVE-PAY EXCEPTION TABLE FULL'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE PE-CHECK-NO TO XT-CHECK-NO(EXCEPTION-COUNT)
                   MOVE PE-PRESENTED-AMOUNT
                      TO XT-PRESENTED-AMOUNT(EXCEPTION-COUNT)
                   MOVE PE-EXCEPTION-REASON
                      TO XT-EXCEPTION-REASON(EXCEPTION-COUNT)
                   MOVE PE-BANK-ITEM-REF
                      TO XT-BANK-ITEM-REF(EXCEPTION-COUNT)
                   ADD PE-PRESENTED-AMOUNT TO EXCEPTION-AMOUNT-TOTAL
               WHEN OTHER
                   DISPLAY 'POSPAYE: UNKNOWN RECORD TYPE '
                       PE-RECORD-TYPE
                   MOVE '250-LOAD-EXCEPTION' TO EL-PARAGRAPH
                   MOVE 'POSITIVE-PAY EXCEPTION RECORD TYPE UNKNOWN'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-EVALUATE.
           PERFORM 310-READ-EXCEPTION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT POSPEXC-FILE.
           IF NOT POSPEXC-OK
               DISPLAY 'POSITIVE-PAY EXCEPTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY EXCEPTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPEXC' TO EL-FILE-NAME
               MOVE POSPEXC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT DECISION-CARD-FILE.
           IF NOT POSPCARD-OK
               DISPLAY 'DECISION CARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DECISION CARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPCARD' TO EL-FILE-NAME
               MOVE POSPCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT POSPDEC-FILE.
           IF NOT POSPDEC-OK
               DISPLAY 'POSITIVE-PAY DECISION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY DECISION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPDEC' TO EL-FILE-NAME
               MOVE POSPDEC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'POSITIVE-PAY DECISION REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY DECISION REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-EXCEPTION.
      *
           READ POSPEXC-FILE
               AT END
                   SET NO-MORE-EXCEPTIONS TO TRUE
           END-READ.
      *
       350-PROVE-EXCEPTION-FILE.
      *
      *    NOTHING GOES BACK TO THE BANK FROM A FILE THAT DOES NOT
      *    AGREE WITH ITS OWN TRAILER.
           IF NOT EXCEPTION-TRAILER-SEEN
               DISPLAY 'POSPAYE: EXCEPTION FILE HAS NO TRAILER'
               MOVE '350-PROVE-EXCEPTION-FILE' TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY EXCEPTION FILE HAS NO TRAILER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           IF TRAILER-COUNT-WS NOT = EXCEPTION-COUNT
               OR TRAILER-AMOUNT-WS NOT = EXCEPTION-AMOUNT-TOTAL
               DISPLAY 'POSPAYE: EXCEPTION FILE OUT OF BALANCE'
               MOVE '350-PROVE-EXCEPTION-FILE' TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY EXCEPTION TRAILER DISAGREES'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-WRITE-HEADINGS.
      *
           MOVE BANK-ACCOUNT-WS TO HL-BANK-ACCOUNT.
           MOVE PRESENTMENT-DATE-WS TO HL-PRESENTMENT-DATE.
           MOVE DECISION-CUTOFF-WS TO HL-CUTOFF.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM DETAIL-HEADING-LINE.
      *
       420-WRITE-DECISION-HEADER.
      *
           MOVE BANK-ACCOUNT-WS TO DH-BANK-ACCOUNT.
           MOVE PRESENTMENT-DATE-WS TO DH-PRESENTMENT-DATE.
           MOVE BD-BUSINESS-DATE TO DH-CREATE-DATE.
           WRITE POSPDEC-RECORD FROM DECISION-HEADER-WS.
           PERFORM 560-CHECK-DECISION-WRITE.
      *
       450-DECIDE-EXCEPTION.
      *
           PERFORM 460-RECOMMEND.
           MOVE RECOMMENDATION-WS TO DECISION-WS.
           MOVE 'SYSTEM' TO DECIDED-BY-WS.
           PERFORM 480-APPLY-CARD
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CARD-COUNT.
           IF DECISION-WS NOT = RECOMMENDATION-WS
               ADD 1 TO OVERRIDE-COUNT
           END-IF.
           PERFORM 500-WRITE-DECISION.
      *
       460-RECOMMEND.
      *
      *    ONLY A CHECK STILL OUTSTANDING FOR THE AMOUNT WE WROTE IS
      *    RECOMMENDED FOR PAYMENT.
           MOVE 'N' TO ON-PAYMAST-WS.
           MOVE SPACE TO TD-STATUS.
           IF XT-CHECK-NO(XT-SUB) NOT > 999999999
               MOVE XT-CHECK-NO(XT-SUB) TO TD-PAYMENT-REF
               READ PAYMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-ON-PAYMAST TO TRUE
               END-READ
           END-IF.
           MOVE 'R' TO RECOMMENDATION-WS.
           EVALUATE TRUE
               WHEN NOT CHECK-ON-PAYMAST
                   MOVE SPACE TO TD-STATUS
                   MOVE 'NOT ISSUED BY US' TO REASON-WS
               WHEN TD-PAID-BY-DEPOSIT
                   MOVE 'NOT A CHECK PAYMENT' TO REASON-WS
               WHEN TD-CLEARED
                   MOVE 'ALREADY PAID' TO REASON-WS
               WHEN TD-REJECTED OR TD-REISSUED OR TD-ESCHEATED
                   MOVE 'CHECK CANCELLED' TO REASON-WS
               WHEN TD-COMPLIANCE-HOLD OR TD-SANCTIONS-BLOCKED
                 OR TD-PENDING-APPROVAL
                   MOVE 'NEVER RELEASED' TO REASON-WS
               WHEN XT-PRESENTED-AMOUNT(XT-SUB) NOT = TD-AMOUNT
                   MOVE 'AMOUNT DIFFERS' TO REASON-WS
               WHEN TD-STALE
                   MOVE 'STALE-DATED' TO REASON-WS
               WHEN XT-EXCEPTION-REASON(XT-SUB) = 'DP'
                   MOVE 'DUPLICATE PRESENTMENT' TO REASON-WS
               WHEN OTHER
                   MOVE 'P' TO RECOMMENDATION-WS
                   MOVE 'MATCHES ISSUED CHECK' TO REASON-WS
           END-EVALUATE.
      *
       480-APPLY-CARD.
      *
      *    THE LAST CARD FOR A CHECK IS THE ONE THAT STANDS.
           IF CT-CHECK-NO(CT-SUB) = XT-CHECK-NO(XT-SUB)
               MOVE CT-DECISION(CT-SUB) TO DECISION-WS
               MOVE CT-OFFICER-ID(CT-SUB) TO DECIDED-BY-WS
               SET CT-CARD-USED(CT-SUB) TO TRUE
           END-IF.
      *
       500-WRITE-DECISION.
      *
           MOVE SPACES TO POSPDEC-RECORD.
           MOVE 'D' TO PK-RECORD-TYPE.
           MOVE XT-CHECK-NO(XT-SUB) TO PK-CHECK-NO.
           MOVE XT-BANK-ITEM-REF(XT-SUB) TO PK-BANK-ITEM-REF.
           MOVE DECISION-WS TO PK-DECISION.
           MOVE XT-PRESENTED-AMOUNT(XT-SUB) TO PK-PRESENTED-AMOUNT.
           WRITE POSPDEC-RECORD.
           PERFORM 560-CHECK-DECISION-WRITE.
           IF DECISION-WS = 'P'
               ADD 1 TO PAY-COUNT
               ADD XT-PRESENTED-AMOUNT(XT-SUB) TO PAY-AMOUNT-TOTAL
               MOVE 'PAY' TO ED-DECISION
           ELSE
               ADD 1 TO RETURN-COUNT
               ADD XT-PRESENTED-AMOUNT(XT-SUB) TO RETURN-AMOUNT-TOTAL
               MOVE 'RETURN' TO ED-DECISION
           END-IF.
           MOVE XT-CHECK-NO(XT-SUB) TO ED-CHECK-NO.
           MOVE XT-PRESENTED-AMOUNT(XT-SUB) TO ED-AMOUNT.
           MOVE XT-EXCEPTION-REASON(XT-SUB) TO ED-BANK-REASON.
           MOVE TD-STATUS TO ED-STATUS.
           IF RECOMMENDATION-WS = 'P'
               MOVE 'PAY' TO ED-RECOMMENDATION
           ELSE
               MOVE 'RETURN' TO ED-RECOMMENDATION
           END-IF.
           MOVE DECIDED-BY-WS TO ED-DECIDED-BY.
           MOVE REASON-WS TO ED-REASON.
           WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE.
      *
       560-CHECK-DECISION-WRITE.
      *
           IF NOT POSPDEC-OK
               DISPLAY 'POSITIVE-PAY DECISION FILE WRITE PROBLEM'
               MOVE '560-CHECK-DECISION-WRITE'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY DECISION FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPDEC' TO EL-FILE-NAME
               MOVE POSPDEC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-LIST-UNUSED-CARD.
      *
           IF NOT CT-CARD-USED(CT-SUB)
               ADD 1 TO CARD-REJECT-COUNT
               MOVE CT-CHECK-NO(CT-SUB) TO CR-CHECK-NO
               MOVE CT-DECISION(CT-SUB) TO CR-DECISION
               MOVE CT-OFFICER-ID(CT-SUB) TO CR-OFFICER-ID
               MOVE 'NO EXCEPTION FOR THIS CHECK' TO CR-REASON
               WRITE PRINT-LINE FROM CARD-REJECT-LINE
           END-IF.
      *
       700-WRITE-TOTALS.
      *
           MOVE EXCEPTION-COUNT TO DT-DECISION-COUNT.
           MOVE PAY-COUNT TO DT-PAY-COUNT.
           MOVE RETURN-COUNT TO DT-RETURN-COUNT.
           MOVE EXCEPTION-AMOUNT-TOTAL TO DT-AMOUNT-TOTAL.
           WRITE POSPDEC-RECORD FROM DECISION-TRAILER-WS.
           PERFORM 560-CHECK-DECISION-WRITE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EXCEPTIONS PRESENTED' TO TL-LABEL.
           MOVE EXCEPTION-COUNT TO TL-COUNT.
           MOVE EXCEPTION-AMOUNT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'TO BE PAID' TO TL-LABEL.
           MOVE PAY-COUNT TO TL-COUNT.
           MOVE PAY-AMOUNT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'TO BE RETURNED' TO TL-LABEL.
           MOVE RETURN-COUNT TO TL-COUNT.
           MOVE RETURN-AMOUNT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'RECOMMENDATIONS OVERRIDDEN' TO TL-LABEL.
           MOVE OVERRIDE-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
           MOVE 'DECISION CARDS REJECTED' TO TL-LABEL.
           MOVE CARD-REJECT-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE POSPEXC-FILE, DECISION-CARD-FILE,
                 PAYMENT-MASTER-FILE, POSPDEC-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

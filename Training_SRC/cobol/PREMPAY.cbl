      * the POLMAST master - INSURCOB starts paying its claims again   *
      * on the next cycle.  Applied payments, reinstatements and       *
      * payments that matched no invoice all land on the register      *
      * compliance signs.  A remittance carrying an employer group     *
      * number instead of a policy is spread across the group's open   *
      * member invoices; a member the money does not stretch to is     *
      * reported as a group shortfall and left standing for that       *
      * member alone, and whatever is left over goes to suspense       *
      * under the group.                                               *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
           05  PP-POLICY-NO              PIC 9(7).
           05  PP-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  PP-PAYMENT-DATE           PIC 9(8).
      *    SET, WITH PP-POLICY-NO ZERO, ON AN EMPLOYER GROUP'S SINGLE
      *    REMITTANCE AGAINST ITS LIST BILL.
           05  PP-GROUP-NO               PIC X(6).
      *
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * AND IS RETRIED; WHATEVER STILL CANNOT APPLY GOES OUT TO
      * THE NEW SUSPENSE GENERATION.
       FD  SUSPENSE-IN-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY PREMSUSP.
      *
       FD  SUSPENSE-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SUSPENSE-OUT-RECORD           PIC X(50).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
               10  PY-PAYMENT-AMOUNT      PIC 9(7)V99.
               10  PY-PAYMENT-DATE        PIC 9(8).
               10  PY-APPLIED-WS          PIC X(1).
               10  PY-ITEM-REF            PIC X(15).
       01  PY-SUB                         PIC 9(4).
       01  PY-FOUND-SUB                   PIC 9(4).
      *
      * THE DAY'S GROUP REMITTANCES, ONE ENTRY PER GROUP, DRAWN DOWN
      * AS THE GROUP'S MEMBER INVOICES COME BY ON THE INVOICE PASS.
       01  GROUP-REMIT-TABLE-WS.
           05  GROUP-REMIT-COUNT          PIC 9(4) VALUE ZERO.
           05  GROUP-REMIT-ENTRY OCCURS 500 INDEXED BY GR-IDX.
               10  GR-GROUP-NO            PIC X(6).
               10  GR-RECEIVED-DATE       PIC 9(8).
               10  GR-RECEIVED            PIC 9(9)V99.
               10  GR-REMAINING           PIC 9(9)V99.
               10  GR-PAID-COUNT          PIC 9(5).
               10  GR-PAID-AMOUNT         PIC 9(9)V99.
               10  GR-SHORT-COUNT         PIC 9(5).
               10  GR-SHORT-AMOUNT        PIC 9(9)V99.
       01  GROUP-LOAD-WS.
           05  GL-GROUP-NO                PIC X(6).
           05  GL-PAYMENT-AMOUNT          PIC 9(7)V99.
           05  GL-RECEIVED-DATE           PIC 9(8).
       01  REINSTATE-DATE-WS              PIC 9(8).
       01  SUSPENSE-WORK-WS.
           05  SUSPENSE-OUT-COUNT         PIC 9(5) VALUE ZERO.
           05  SUSPENSE-OUT-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  SW-POLICY-NO               PIC 9(7).
           05  SW-PAYMENT-AMOUNT          PIC 9(7)V99.
           05  SW-RECEIVED-DATE           PIC 9(8).
           05  SW-GROUP-NO                PIC X(6).
           05  SW-ITEM-REF                PIC X(15).
           05  FILLER                     PIC X(5).
       01  APPLY-COUNTS-WS.
           05  PAYMENTS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  REINSTATED-COUNT           PIC 9(5) VALUE ZERO.
           05  UNMATCHED-COUNT            PIC 9(5) VALUE ZERO.
           05  SHORT-PAY-COUNT            PIC 9(5) VALUE ZERO.
           05  GROUP-PAID-COUNT           PIC 9(5) VALUE ZERO.
           05  GROUP-SHORT-COUNT          PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(42) VALUE
           05  ST-SUSP-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  AMOUNT ".
           05  ST-SUSP-TOTAL     PIC $$,$$$,$$$,$$9.99.
       01  GROUP-SUMMARY-LINE.
           05  FILLER            PIC X(6)  VALUE "GROUP ".
           05  GS-GROUP-NO       PIC X(6).
           05  FILLER            PIC X(10) VALUE " RECEIVED ".
           05  GS-RECEIVED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(7)  VALUE "  PAID ".
           05  GS-PAID-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  GS-PAID-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(8)  VALUE "  SHORT ".
           05  GS-SHORT-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  GS-SHORT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(12) VALUE "  UNAPPLIED ".
           05  GS-REMAINING      PIC ZZZ,ZZZ,ZZ9.99.
       01  GROUP-TOTALS-LINE.
           05  FILLER            PIC X(21) VALUE
                   "GROUP REMITTANCES    ".
           05  GT-REMIT-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  MEMBERS PAID  ".
           05  GT-PAID-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  MEMBERS SHORT ".
           05  GT-SHORT-COUNT    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
                       PERFORM 260-REJECT-THE-TRANSMISSION
                   END-IF
           END-EVALUATE.
           IF PP-GROUP-NO NOT = SPACES
               MOVE PP-GROUP-NO       TO GL-GROUP-NO
               MOVE PP-PAYMENT-AMOUNT TO GL-PAYMENT-AMOUNT
               MOVE PP-PAYMENT-DATE   TO GL-RECEIVED-DATE
               PERFORM 220-LOAD-GROUP-REMITTANCE
               PERFORM 400-READ-PAYMENT
               GO TO 200-LOAD-PAYMENT-X
           END-IF.
           IF PAYMENT-COUNT >= 2000
               DISPLAY 'PREMPAY: PAYMENT TABLE OVERFLOW'
               MOVE '200-LOAD-PAYMENT'
           MOVE PP-PAYMENT-DATE
               TO PY-PAYMENT-DATE(PAYMENT-COUNT).
           MOVE 'N' TO PY-APPLIED-WS(PAYMENT-COUNT).
           MOVE SPACES TO PY-ITEM-REF(PAYMENT-COUNT).
           PERFORM 400-READ-PAYMENT.
       200-LOAD-PAYMENT-X.
           EXIT.
               AT END
                   SET NO-MORE-SUSPENSE TO TRUE
               NOT AT END
                   IF SP-GROUP-NO NOT = SPACES
                       MOVE SP-GROUP-NO       TO GL-GROUP-NO
                       MOVE SP-PAYMENT-AMOUNT TO GL-PAYMENT-AMOUNT
                       MOVE SP-RECEIVED-DATE  TO GL-RECEIVED-DATE
                       PERFORM 220-LOAD-GROUP-REMITTANCE
                   ELSE
                       PERFORM 215-LOAD-SUSPENSE-PAYMENT
                   END-IF
           END-READ.
      *
       215-LOAD-SUSPENSE-PAYMENT.
      *
           IF PAYMENT-COUNT >= 2000
               DISPLAY 'PREMPAY: PAYMENT TABLE OVERFLOW'
               MOVE '210-LOAD-SUSPENSE'
                  TO EL-PARAGRAPH
               MOVE 'PREMPAY: PAYMENT TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO PAYMENT-COUNT.
           MOVE SP-POLICY-NO
               TO PY-POLICY-NO(PAYMENT-COUNT).
           MOVE SP-PAYMENT-AMOUNT
               TO PY-PAYMENT-AMOUNT(PAYMENT-COUNT).
           MOVE SP-RECEIVED-DATE
               TO PY-PAYMENT-DATE(PAYMENT-COUNT).
           MOVE 'N' TO PY-APPLIED-WS(PAYMENT-COUNT).
           MOVE SP-ITEM-REF TO PY-ITEM-REF(PAYMENT-COUNT).
      *
       220-LOAD-GROUP-REMITTANCE.
      *
      *    A GROUP SENDING MORE THAN ONE CHECK, OR STILL HOLDING
      *    SUSPENSE FROM LAST RUN, GETS ONE POOL; THE OLDEST
      *    RECEIVED DATE AGES WHATEVER IS LEFT OF IT.
           SET GR-IDX TO 1.
           SEARCH GROUP-REMIT-ENTRY
               AT END
                   PERFORM 225-ADD-GROUP-ENTRY
               WHEN GR-IDX > GROUP-REMIT-COUNT
                   PERFORM 225-ADD-GROUP-ENTRY
               WHEN GR-GROUP-NO(GR-IDX) = GL-GROUP-NO
                   CONTINUE
           END-SEARCH.
           ADD GL-PAYMENT-AMOUNT TO GR-RECEIVED(GR-IDX),
                                    GR-REMAINING(GR-IDX).
           IF GL-RECEIVED-DATE < GR-RECEIVED-DATE(GR-IDX)
               MOVE GL-RECEIVED-DATE TO GR-RECEIVED-DATE(GR-IDX)
           END-IF.
      *
       225-ADD-GROUP-ENTRY.
      *
           IF GROUP-REMIT-COUNT >= 500
               DISPLAY 'PREMPAY: GROUP REMITTANCE TABLE OVERFLOW'
               MOVE '220-LOAD-GROUP-REMITTANCE'
                  TO EL-PARAGRAPH
               MOVE 'PREMPAY: GROUP REMITTANCE TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO GROUP-REMIT-COUNT.
           SET GR-IDX TO GROUP-REMIT-COUNT.
           MOVE GL-GROUP-NO TO GR-GROUP-NO(GR-IDX).
           MOVE GL-RECEIVED-DATE TO GR-RECEIVED-DATE(GR-IDX).
           MOVE ZERO TO GR-RECEIVED(GR-IDX), GR-REMAINING(GR-IDX),
                        GR-PAID-COUNT(GR-IDX), GR-PAID-AMOUNT(GR-IDX),
                        GR-SHORT-COUNT(GR-IDX),
                        GR-SHORT-AMOUNT(GR-IDX).
      *
       250-APPLY-TO-INVOICE.
      *
               PERFORM 500-MATCH-PAYMENT
               IF PY-FOUND-SUB > ZERO
                   PERFORM 550-APPLY-THE-PAYMENT
               ELSE
      *            A LAPSED-OFF MEMBER IS NO LONGER ON THE GROUP'S
      *            LIST BILL, SO ONLY OPEN INVOICES DRAW ON IT.
                   IF PI-GROUP-NO NOT = SPACES AND PI-OPEN
                       PERFORM 580-APPLY-GROUP-REMITTANCE
                   END-IF
               END-IF
           END-IF.
           PERFORM 410-READ-INVOICE.
           ELSE
               ADD 1 TO PAYMENTS-APPLIED-COUNT
               IF PI-LAPSED-OFF
                   MOVE PY-PAYMENT-DATE(PY-FOUND-SUB)
                       TO REINSTATE-DATE-WS
                   PERFORM 560-REINSTATE-THE-POLICY
                   MOVE 'PAID - POLICY REINSTATED'
                       TO REPORT-STATUS-WS
           MOVE SPACES TO LETTER-EVENT-RECORD.
           SET LE-REINSTATE-CONFIRM TO TRUE.
           MOVE PI-POLICY-NO TO LE-POLICY-NO.
           MOVE REINSTATE-DATE-WS TO LE-EVENT-DATE.
           MOVE PI-PREMIUM-AMOUNT TO LE-AMOUNT.
           WRITE LETTER-EVENT-RECORD.
           IF NOT LTREVENT-OK
               MOVE LTREVENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
      *
       580-APPLY-GROUP-REMITTANCE.
      *
           SET GR-IDX TO 1.
           SEARCH GROUP-REMIT-ENTRY
               AT END
                   CONTINUE
               WHEN GR-IDX > GROUP-REMIT-COUNT
                   CONTINUE
               WHEN GR-GROUP-NO(GR-IDX) = PI-GROUP-NO
                   PERFORM 585-PAY-FROM-GROUP
           END-SEARCH.
      *
       585-PAY-FROM-GROUP.
      *
      *    INVOICES ARE NEVER PART PAID.  A MEMBER THE REST OF THE
      *    REMITTANCE CANNOT COVER IS A SHORTFALL AGAINST THAT
      *    MEMBER ONLY - THE INVOICE STANDS AND AGES ON ITS OWN -
      *    AND A SMALLER PREMIUM FURTHER ON MAY STILL BE PAID.
           IF GR-REMAINING(GR-IDX) < PI-PREMIUM-AMOUNT
               ADD 1 TO GR-SHORT-COUNT(GR-IDX), GROUP-SHORT-COUNT
               ADD PI-PREMIUM-AMOUNT TO GR-SHORT-AMOUNT(GR-IDX)
               MOVE SPACES TO REPORT-STATUS-WS
               STRING 'GROUP ' PI-GROUP-NO ' SHORT - STANDS'
                   DELIMITED BY SIZE INTO REPORT-STATUS-WS
               END-STRING
           ELSE
               SUBTRACT PI-PREMIUM-AMOUNT FROM GR-REMAINING(GR-IDX)
               ADD PI-PREMIUM-AMOUNT TO GR-PAID-AMOUNT(GR-IDX)
               ADD 1 TO GR-PAID-COUNT(GR-IDX), GROUP-PAID-COUNT,
                        PAYMENTS-APPLIED-COUNT
               MOVE SPACES TO REPORT-STATUS-WS
               STRING 'PAID BY GROUP ' PI-GROUP-NO
                   DELIMITED BY SIZE INTO REPORT-STATUS-WS
               END-STRING
               SET PI-PAID TO TRUE
               REWRITE PREMIUM-INVOICE-RECORD
               IF NOT INVOICE-OK
                   DISPLAY 'INVOICE REWRITE PROBLEM'
                   MOVE '585-PAY-FROM-GROUP'
                      TO EL-PARAGRAPH
                   MOVE 'INVOICE REWRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
           MOVE PI-POLICY-NO TO RD-POLICY-NO.
           MOVE PI-INVOICE-NO TO RD-INVOICE-NO.
           MOVE PI-PREMIUM-AMOUNT TO RD-AMOUNT.
           MOVE REPORT-STATUS-WS TO RD-STATUS.
           WRITE PRINT-LINE FROM REPORT-DETAIL-LINE.
      *
       600-WRITE-REGISTER-LINE.
      *
           PERFORM 660-SWEEP-TO-SUSPENSE
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PAYMENT-COUNT.
           IF GROUP-REMIT-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 670-SUMMARIZE-GROUP
                   VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GROUP-REMIT-COUNT
           END-IF.
      *
       660-SWEEP-TO-SUSPENSE.
      *
               MOVE PY-POLICY-NO(PY-SUB) TO SW-POLICY-NO
               MOVE PY-PAYMENT-AMOUNT(PY-SUB) TO SW-PAYMENT-AMOUNT
               MOVE PY-PAYMENT-DATE(PY-SUB) TO SW-RECEIVED-DATE
               MOVE PY-ITEM-REF(PY-SUB) TO SW-ITEM-REF
               WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-WRITE-WS
               IF NOT SUSPOUT-OK
                   DISPLAY 'SUSPENSE FILE WRITE PROBLEM'
               END-STRING
               WRITE PRINT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
      *
       670-SUMMARIZE-GROUP.
      *
      *    WHAT A GROUP'S REMITTANCE COULD NOT USE IS CARRIED IN
      *    SUSPENSE UNDER THE GROUP AND TRIED AGAIN NEXT RUN.
           MOVE GR-GROUP-NO(GR-IDX)     TO GS-GROUP-NO.
           MOVE GR-RECEIVED(GR-IDX)     TO GS-RECEIVED.
           MOVE GR-PAID-COUNT(GR-IDX)   TO GS-PAID-COUNT.
           MOVE GR-PAID-AMOUNT(GR-IDX)  TO GS-PAID-AMOUNT.
           MOVE GR-SHORT-COUNT(GR-IDX)  TO GS-SHORT-COUNT.
           MOVE GR-SHORT-AMOUNT(GR-IDX) TO GS-SHORT-AMOUNT.
           MOVE GR-REMAINING(GR-IDX)    TO GS-REMAINING.
           WRITE PRINT-LINE FROM GROUP-SUMMARY-LINE.
           IF GR-REMAINING(GR-IDX) > ZERO
               MOVE SPACES TO SUSPENSE-WRITE-WS
               MOVE ZERO TO SW-POLICY-NO
               MOVE GR-REMAINING(GR-IDX) TO SW-PAYMENT-AMOUNT
               MOVE GR-RECEIVED-DATE(GR-IDX) TO SW-RECEIVED-DATE
               MOVE GR-GROUP-NO(GR-IDX) TO SW-GROUP-NO
               WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-WRITE-WS
               IF NOT SUSPOUT-OK
                   DISPLAY 'SUSPENSE FILE WRITE PROBLEM'
                   MOVE '670-SUMMARIZE-GROUP'
                      TO EL-PARAGRAPH
                   MOVE 'SUSPENSE FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'SUSPOUT' TO EL-FILE-NAME
                   MOVE SUSPOUT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO SUSPENSE-OUT-COUNT
               ADD GR-REMAINING(GR-IDX) TO SUSPENSE-OUT-TOTAL
           END-IF.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE SUSPENSE-OUT-COUNT TO ST-SUSP-COUNT.
           MOVE SUSPENSE-OUT-TOTAL TO ST-SUSP-TOTAL.
           WRITE PRINT-LINE FROM SUSPENSE-TOTALS-LINE.
           MOVE GROUP-REMIT-COUNT TO GT-REMIT-COUNT.
           MOVE GROUP-PAID-COUNT  TO GT-PAID-COUNT.
           MOVE GROUP-SHORT-COUNT TO GT-SHORT-COUNT.
           WRITE PRINT-LINE FROM GROUP-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE LETTER-EVENT-FILE.

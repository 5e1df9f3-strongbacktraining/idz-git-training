                       TO REPORT-STATUS-WS
                   MOVE ZERO TO RD-INTEREST, RD-PRINCIPAL,
                                RD-NEW-BALANCE
               WHEN LM-CHARGED-OFF
      *            AGENCY CASH ON A CHARGED-OFF LOAN POSTS IN LOANRCV.
                   ADD 1 TO PAYMENTS-REJECTED-COUNT
                   MOVE 'REJECTED - CHARGED OFF'
                       TO REPORT-STATUS-WS
                   MOVE ZERO TO RD-INTEREST, RD-PRINCIPAL,
                                RD-NEW-BALANCE
               WHEN NOT LM-ACTIVE AND NOT LM-NONACCRUAL
                   ADD 1 TO PAYMENTS-REJECTED-COUNT
                   MOVE 'REJECTED - LOAN NOT POSTABLE'
               MOVE 'LOAN MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN I-O LOAN-HISTORY-FILE.
           IF NOT LOANHIST-OK
               DISPLAY 'LOAN HISTORY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LOAN HISTORY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'LOANHIST' TO EL-FILE-NAME
               MOVE LOANHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
           ELSE
               MOVE 'POSTED' TO REPORT-STATUS-WS
           END-IF.
           IF LM-MOD-IN-CURE
               PERFORM 540-COUNT-CURE-PAYMENT
           END-IF.
           PERFORM 550-ROLL-DUE-DATE.
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOANMAST-OK
      *
      *    ONE HISTORY RECORD PER POSTED PAYMENT; A SECOND PAYMENT
      *    ON THE SAME LOAN AND DAY TAKES THE NEXT SEQUENCE.
           MOVE SPACES TO LOAN-HISTORY-RECORD.
           SET LH-PAYMENT-ENTRY TO TRUE.
           MOVE LP-LOAN-NO TO LH-LOAN-NO.
           MOVE LP-PAYMENT-DATE TO LH-POSTING-DATE.
           MOVE 1 TO LH-POST-SEQ.
               INVALID KEY
                   ADD 1 TO LH-POST-SEQ
           END-WRITE.
      *
       540-COUNT-CURE-PAYMENT.
      *
      *    A MODIFIED LOAN EARNS ITS WAY OUT OF DELINQUENCY ONE FULL
      *    PAYMENT AT A TIME, MADE BY THE DUE DATE IT IS APPLIED TO;
      *    A LATE OR SHORT PAYMENT STARTS THE COUNT OVER.
           IF LP-PAYMENT-DATE <= LM-NEXT-DUE-DATE
               AND LP-PAYMENT-AMOUNT >= LM-PAYMENT-AMOUNT
               IF LM-MOD-ONTIME-COUNT < 99
                   ADD 1 TO LM-MOD-ONTIME-COUNT
               END-IF
           ELSE
               MOVE ZERO TO LM-MOD-ONTIME-COUNT
           END-IF.
      *
       550-ROLL-DUE-DATE.
      *
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE PAYMENT-FILE, LOANMAST-FILE, LOAN-HISTORY-FILE,
                 GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'LOANPOST' TO EL-PROGRAM-ID.

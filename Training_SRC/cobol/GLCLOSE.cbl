      * trial balance - total debits must equal total credits across   *
      * every account, or nothing is closed - then writes (or          *
      * updates) the '*PERIOD*' guard row as CLOSED.  From that        *
      * point GLPOST refuses late journals into the period.  A period  *
      * whose '*RECON*' guard row GLRECON left held (a subledger out   *
      * of agreement with its control account) is also refused.        *
      * The close register is the one line finance signs.              *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF GB-PERIOD = CLOSE-PERIOD-WS
                       AND GB-ACCOUNT(1:1) NOT = '*'
                       ADD GB-DEBIT-TOTAL TO TOTAL-DEBITS-WS
                       ADD GB-CREDIT-TOTAL TO TOTAL-CREDITS-WS
                   END-IF
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *    A PERIOD NEVER RECONCILED HAS NO '*RECON*' ROW AND
      *    CLOSES AS BEFORE; ONLY A HELD RECONCILIATION STOPS IT.
           MOVE '*RECON* ' TO GB-ACCOUNT.
           MOVE CLOSE-PERIOD-WS TO GB-PERIOD.
           READ GLBAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GLBAL-OK AND GB-RECON-HELD
               MOVE 'REFUSED - RECON HELD' TO CR-STATUS
               WRITE PRINT-LINE FROM CLOSE-REGISTER-LINE
               DISPLAY 'GLCLOSE: PERIOD ' CLOSE-PERIOD-WS
                   ' RECONCILIATION HELD - NOT CLOSED'
               MOVE '500-CLOSE-OR-REFUSE'
                  TO EL-PARAGRAPH
               MOVE 'RECONCILIATION HELD - NOT CLOSED'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *    THE GUARD ROW GLPOST CHECKS BEFORE TAKING A BATCH.
           MOVE '*PERIOD*' TO GB-ACCOUNT.
           MOVE CLOSE-PERIOD-WS TO GB-PERIOD.

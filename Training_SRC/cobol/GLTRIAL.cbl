                   SET NO-MORE-BALANCES TO TRUE
               NOT AT END
                   IF GB-PERIOD = TRIAL-PERIOD-WS
                       AND GB-ACCOUNT(1:1) NOT = '*'
                       PERFORM 500-WRITE-ACCOUNT-LINE
                   END-IF
           END-READ.

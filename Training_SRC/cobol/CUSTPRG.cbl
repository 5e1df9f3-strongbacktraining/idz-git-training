                       INVALID KEY
                           CONTINUE
                   END-READ
      *            A CHARGED-OFF LOAN WITH A DEFICIENCY IS STILL IN
      *            COLLECTION AND KEEPS THE BORROWER ON FILE.
                   IF LOANMAST-OK
                       AND (LM-ACTIVE OR LM-NONACCRUAL
                            OR (LM-CHARGED-OFF
                                AND LM-CURRENT-BALANCE > ZERO))
                       MOVE 'N' TO CUSTOMER-PURGEABLE-WS
                   END-IF
               END-IF

      *    TO THE SPLIT LOANPOST WOULD APPLY TO THE NEXT PAYMENT.
      *    MULTIPLY BEFORE THE DIVIDE - (RATE / 12) AS AN
      *    INTERMEDIATE TRUNCATES TO TWO DECIMALS AND COMES OUT ZERO.
           IF LM-NONACCRUAL OR LM-CHARGED-OFF
      *        A NONACCRUAL OR CHARGED-OFF LOAN EARNS NO FURTHER
      *        INTEREST - THE PAYOFF IS THE BALANCE AS IT STANDS.
               MOVE ZERO TO ACCRUED-INTEREST-WS
           ELSE
               COMPUTE ACCRUED-INTEREST-WS ROUNDED =

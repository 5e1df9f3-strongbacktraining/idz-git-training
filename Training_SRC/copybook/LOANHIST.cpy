               10  LH-POSTING-DATE       PIC 9(08).
      *        BREAKS THE TIE WHEN A BORROWER PAYS TWICE IN A DAY.
               10  LH-POST-SEQ           PIC 9(03).
           05  LH-PAYMENT-DETAILS.
               10  LH-PAYMENT-AMOUNT     PIC 9(07)V99.
               10  LH-INTEREST-PORTION   PIC 9(07)V99.
               10  LH-PRINCIPAL-PORTION  PIC 9(07)V99.
      *    A LOANMOD MODIFICATION RECORD CARRIES THE OLD AND NEW
      *    TERMS AND ANY PAST-DUE INTEREST CAPITALIZED IN PLACE OF
      *    THE PAYMENT SPLIT; LH-NEW-BALANCE IS COMMON TO BOTH.
           05  LH-MOD-DETAILS REDEFINES LH-PAYMENT-DETAILS.
               10  LH-MOD-OLD-RATE       PIC 9V99.
               10  LH-MOD-NEW-RATE       PIC 9V99.
               10  LH-MOD-OLD-TERM       PIC 9(02).
               10  LH-MOD-NEW-TERM       PIC 9(02).
               10  LH-MOD-NEW-PAYMENT    PIC 9(07)V99.
               10  LH-MOD-CAPITALIZED    PIC 9(06)V99.
           05  LH-NEW-BALANCE            PIC 9(09)V99.
      *        HISTORY WRITTEN BEFORE THE TYPE EXISTED IS BLANK AND
      *        IS ALL PAYMENTS.
           05  LH-ENTRY-TYPE             PIC X(01).
               88  LH-PAYMENT-ENTRY              VALUE 'P' SPACE.
               88  LH-MODIFICATION-ENTRY         VALUE 'M'.
      *        A CHARGE-OFF CARRIES THE ACCRUED INTEREST REVERSED IN
      *        LH-INTEREST-PORTION AND THE PRINCIPAL WRITTEN OFF IN
      *        LH-PRINCIPAL-PORTION; A RECOVERY CARRIES THE AGENCY'S
      *        CASH IN LH-PAYMENT-AMOUNT AND LH-PRINCIPAL-PORTION.
               88  LH-CHARGE-OFF-ENTRY           VALUE 'C'.
               88  LH-RECOVERY-ENTRY             VALUE 'R'.
           05  FILLER                    PIC X(03).

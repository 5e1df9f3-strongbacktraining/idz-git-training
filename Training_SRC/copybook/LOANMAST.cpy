      *        PAYMENTS TO PRINCIPAL ONLY AND LOANQUOT QUOTES
      *        THE BALANCE WITHOUT FURTHER INTEREST.
               88  LM-NONACCRUAL                 VALUE 'N'.
      *        WRITTEN OFF BY LOANCHG.  LM-CURRENT-BALANCE STAYS AS
      *        THE DEFICIENCY THE BORROWER STILL OWES; ONLY LOANRCV
      *        RECOVERY CASH REDUCES IT FROM HERE.
               88  LM-CHARGED-OFF                VALUE 'C'.
      *    A LOAN LOANMOD HAS MODIFIED STAYS IN THE DELINQUENCY
      *    BUCKET IT WAS MODIFIED OUT OF UNTIL LOANPOST HAS COUNTED
      *    ENOUGH ON-TIME PAYMENTS ON THE NEW TERMS - LOANDLQ THEN
      *    CURES IT AND CLEARS ALL THREE FIELDS.
           05  LM-MOD-CURE-STATUS        PIC X(01).
               88  LM-MOD-IN-CURE                VALUE 'C'.
           05  LM-MOD-BUCKET             PIC 9(01).
           05  LM-MOD-ONTIME-COUNT       PIC 9(02).
      *    THE CREDIT BUREAU DISPUTE COMPLIANCE CONDITION LOANDSP
      *    SETS; LOANCRB CARRIES IT ON EVERY MONTHLY EXTRACT, AND
      *    CLEARS A RESOLVED DISPUTE ONCE IT HAS BEEN REPORTED.
           05  LM-DISPUTE-CODE           PIC X(02).
               88  LM-NO-DISPUTE                 VALUE SPACES.
               88  LM-IN-DISPUTE                 VALUE 'XB'.
               88  LM-DISPUTE-DISAGREES          VALUE 'XC'.
               88  LM-DISPUTE-RESOLVED           VALUE 'XH'.
      *    SET ONCE LOANCRB HAS REPORTED A PAID-OFF OR FULLY
      *    RECOVERED LOAN'S FINAL STATUS - NOTHING MORE IS SENT.
           05  LM-BUREAU-CLOSED-FLAG     PIC X(01).
               88  LM-BUREAU-CLOSED              VALUE 'Y'.
           05  FILLER                    PIC X(02).

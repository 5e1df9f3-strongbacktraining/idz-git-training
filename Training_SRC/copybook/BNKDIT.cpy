      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Deposit-in-transit record.  Every book deposit
      *   BNKRECON cannot find on the bank statement - a
      *   lockbox batch or a posting run's cash - is written
      *   here, and the next BNKRECON run reads the file back
      *   in ahead of the day's deposits and matches it again,
      *   so a deposit the bank credits a day late clears
      *   itself instead of being rekeyed.  DT-DEPOSIT-DATE is
      *   the day the books took the cash in, for ageing.
      *
      *   DT-SOURCE is 'LOCKBOX' with the lockbox batch number
      *   in DT-REFERENCE, or the GL feed source system of the
      *   posting run (LOANPOST, PATPAY ...) with a zero
      *   reference.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  DEPOSIT-IN-TRANSIT-RECORD.
           05  DT-SOURCE                 PIC X(08).
           05  DT-REFERENCE              PIC 9(09).
           05  DT-DEPOSIT-DATE           PIC 9(08).
           05  DT-AMOUNT                 PIC S9(11)V99.
           05  FILLER                    PIC X(02).

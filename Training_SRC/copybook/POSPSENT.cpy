      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Positive-pay sent record, keyed on the TREASHUB
      *   payment reference - the last thing POSPAYX told the
      *   bank about each check and in which file.  Every run
      *   compares PAYMAST's status with it, so a check goes to
      *   the bank once when issued and once more when it is
      *   voided, reissued or escheated, however many days
      *   pass between.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  POSITIVE-PAY-SENT-RECORD.
           05  PS-PAYMENT-REF            PIC 9(09).
           05  PS-LAST-ACTION            PIC X(01).
               88  PS-SENT-AS-ISSUED             VALUE 'I'.
           05  PS-FILE-SEQ-NO            PIC 9(06).
           05  PS-SENT-DATE              PIC 9(08).
           05  FILLER                    PIC X(06).

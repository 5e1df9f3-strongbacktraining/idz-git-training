      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Backup-withholding history - one record for every
      *   supplier payment SUPLREM withholds from because the
      *   supplier is 1099-reportable with no valid W-9 on
      *   file.  SUPLREM appends; the year-end SUPL1099 run
      *   totals it by supplier for the federal-tax-withheld
      *   box and adds it back to the payments PAYMAST shows,
      *   which are net of the withholding.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  BACKUP-WITHHOLDING-RECORD.
           05  BW-SUPPLR-NO              PIC X(03).
           05  BW-PAYMENT-DATE           PIC 9(08).
           05  BW-REPORTABLE-AMOUNT      PIC 9(09)V99.
           05  BW-WITHHELD-AMOUNT        PIC 9(09)V99.
           05  BW-RATE-PCT               PIC 9(03).
           05  FILLER                    PIC X(04).

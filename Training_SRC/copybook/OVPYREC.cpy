      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Provider overpayment receivable, one record per
      *   reversal that took back a claim already paid to a
      *   provider.  INSURCOB's reversal path sets it up for
      *   the amount the original claim paid; the key leads
      *   with the provider code and the date it was set up, so
      *   a keyed browse of one provider's records meets its
      *   oldest overpayment first.  Each later cycle nets the
      *   provider's open balance against its new payments, up
      *   to the OVPY-OFF-PCT percentage of each payment, and
      *   the offset rides on the provider's remittance.  OVPYAGE
      *   ages what is still open at month end, clears the
      *   month-to-date offsets and marks anything past the
      *   referral limit for collections.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  OVERPAYMENT-RECORD.
           05  OP-OVPY-KEY.
               10  OP-PROVIDER-CODE      PIC X(02).
               10  OP-ESTABLISHED-DATE   PIC 9(08).
      *        THE ORIGINAL CLAIM THE REVERSAL TOOK BACK.
               10  OP-POLICY-NO          PIC 9(07).
               10  OP-CLAIM-SEQ-NO       PIC 9(02).
           05  OP-REVERSAL-SEQ-NO        PIC 9(02).
           05  OP-STATUS                 PIC X(01).
               88  OP-OPEN                       VALUE 'O'.
               88  OP-RECOVERED                  VALUE 'R'.
           05  OP-ORIGINAL-AMOUNT        PIC 9(07)V99.
           05  OP-RECOVERED-TO-DATE      PIC 9(07)V99.
           05  OP-BALANCE                PIC 9(07)V99.
      *    OFFSETS TAKEN SINCE THE LAST MONTH-END AGING - OVPYAGE
      *    REPORTS AND CLEARS IT.
           05  OP-RECOVERED-MTD          PIC 9(07)V99.
           05  OP-LAST-OFFSET-DATE       PIC 9(08).
           05  OP-RECOVERED-DATE         PIC 9(08).
           05  OP-REFERRAL-FLAG          PIC X(01).
               88  OP-REFERRED                   VALUE 'Y'.
           05  OP-REFERRAL-DATE          PIC 9(08).
           05  FILLER                    PIC X(17).

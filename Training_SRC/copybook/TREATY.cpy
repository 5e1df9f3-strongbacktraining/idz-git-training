      *   ceding from this file and stamps each REINRECV
      *   receivable with the treaty that produced it, so
      *   REINBILL can bill each reinsurer separately.
      *   REINCEDE prices the premium ceded for the cover each
      *   quarter - the quota percentage of written premium, or
      *   the excess-of-loss rate on subject premium.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  TREATY-MASTER-RECORD.
           05  TR-TREATY-ID              PIC X(04).
           05  TR-RETENTION-AMT          PIC 9(07)V99.
           05  TR-QUOTA-PERCENT          PIC V999.
           05  TR-REINSURER-NAME         PIC X(20).
      *    EXCESS-OF-LOSS PREMIUM RATE ON SUBJECT PREMIUM, CARVED
      *    FROM FILLER - ZERO ON QUOTA-SHARE TREATIES.
           05  TR-XOL-RATE               PIC V9(04).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Claims-payment hub cross-reference, keyed on the
      *   source system's own payment reference.  TREASHUB
      *   writes one for every payment it takes off the claims
      *   disbursement feed, pairing the DB-PAYMENT-REF-NO the
      *   claims run assigned with the TD-PAYMENT-REF the hub
      *   issued it under, plus the provider the check went to
      *   (spaces when the insured was paid).  REMITGEN reads
      *   it to total each provider's disbursements and to put
      *   the hub reference on every remittance claim loop.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  HUB-XREF-RECORD.
           05  HX-SOURCE-REF             PIC 9(09).
           05  HX-PAYMENT-REF            PIC 9(09).
           05  HX-PROVIDER-CODE          PIC X(02).
           05  HX-AMOUNT                 PIC 9(09)V99.
           05  HX-ISSUE-DATE             PIC 9(08).
           05  FILLER                    PIC X(11).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Remittance-advice detail record - one per claim the
      *   pay cycle paid, denied or reversed for a coded
      *   provider.  INSURCOB writes them for the nightly cycle
      *   and CLMREADJ appends its upheld-appeal payments; the
      *   two datasets are concatenated into REMITGEN, which
      *   sorts them by provider, ties each payment to its
      *   PAYMAST hub reference through the HUBXREF file, and
      *   builds the per-provider electronic remittance file.
      *   RX-SOURCE-REF is the DB-PAYMENT-REF-NO the claim's
      *   disbursement carried (zero when nothing was paid);
      *   RX-REASON-CODE is the adjustment reason in the
      *   industry claim-adjustment code set.  RX-OFFSET-AMT is
      *   the provider's open overpayment netted out of this
      *   claim's check (OVPYREC), so the check itself came to
      *   paid plus interest less the offset.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  REMIT-DETAIL-RECORD.
           05  RX-PROVIDER-CODE          PIC X(02).
           05  RX-POLICY-NO              PIC 9(07).
           05  RX-CLAIM-SEQ-NO           PIC 9(02).
           05  RX-CLAIM-STATUS           PIC X(01).
               88  RX-CLAIM-PAID                 VALUE 'P'.
               88  RX-CLAIM-DENIED               VALUE 'D'.
               88  RX-CLAIM-REVERSED             VALUE 'R'.
           05  RX-PAYEE                  PIC X(01).
               88  RX-PAID-TO-PROVIDER           VALUE 'P'.
               88  RX-PAID-TO-MEMBER             VALUE 'M'.
               88  RX-NOTHING-PAID               VALUE ' '.
           05  RX-SOURCE-REF             PIC 9(09).
           05  RX-SOURCE-PROGRAM         PIC X(08).
           05  RX-BILLED-AMT             PIC 9(07)V99.
           05  RX-ALLOWED-AMT            PIC 9(07)V99.
           05  RX-MEMBER-SHARE           PIC 9(07)V99.
           05  RX-PAID-AMT               PIC 9(07)V99.
           05  RX-INTEREST-AMT           PIC 9(07)V99.
           05  RX-REASON-CODE            PIC X(05).
           05  RX-CYCLE-DATE             PIC 9(08).
           05  RX-OFFSET-AMT             PIC 9(07)V99.
           05  FILLER                    PIC X(03).

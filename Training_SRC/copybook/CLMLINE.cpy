      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Claim service-line record, keyed on the claim's
      *   CLAIM-KEY (policy number + claim sequence) plus a
      *   3-digit line number, so a twenty-service hospital
      *   stay is twenty lines behind one 90-byte CLAIMREC
      *   header instead of one lump CLAIM-AMOUNT.  CLMLMNT
      *   keys the lines; CLMPAY reads every line behind the
      *   claim and prices each against the provider's fee
      *   schedule (FEESCHD) before the deductible and
      *   coinsurance math.  A claim with no lines on file is
      *   adjudicated on its header CLAIM-AMOUNT as before.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLAIM-LINE-RECORD.
           05  LN-LINE-KEY.
               10  LN-CLAIM-KEY.
                   15  LN-POLICY-NO      PIC 9(07).
                   15  LN-CLAIM-SEQ-NO   PIC 9(02).
               10  LN-LINE-NO            PIC 9(03).
           05  LN-SERVICE-DATE           PIC 9(08).
           05  LN-PROCEDURE-CODE         PIC X(05).
           05  LN-UNITS                  PIC 9(03).
           05  LN-BILLED-AMOUNT          PIC 9(07)V99.
           05  FILLER                    PIC X(13).

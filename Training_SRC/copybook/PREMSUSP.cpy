      *   itself, not a register footnote.  Deliberately the
      *   same shape as the payment input - a suspense item IS
      *   a payment still looking for its invoice.
      *
      *   SP-GROUP-NO is set when the item is the unapplied rest
      *   of an employer group remittance; SP-POLICY-NO is zero
      *   and the retry goes back against the group's members.
      *
      *   SP-ITEM-REF is the bank's item reference on cash the
      *   LBXLOAD lockbox loader could not identify or apply in
      *   full; it rides along on every retry so the item can
      *   still be traced back to the deposit.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PREMIUM-SUSPENSE-RECORD.
           05  SP-POLICY-NO              PIC 9(07).
           05  SP-PAYMENT-AMOUNT         PIC 9(07)V99.
           05  SP-RECEIVED-DATE          PIC 9(08).
           05  SP-GROUP-NO               PIC X(06).
           05  SP-ITEM-REF               PIC X(15).
           05  FILLER                    PIC X(05).

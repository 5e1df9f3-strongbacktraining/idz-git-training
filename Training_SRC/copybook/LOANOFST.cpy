      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Policy-loan offset record, one per claim or refund
      *   payment LOANOFS split between the member's policy loan
      *   and the member.  Written by LOANOFS alongside the
      *   LOANPOST payment transaction it creates, accumulated
      *   across the cycle's steps, and read by LOANOFRG to
      *   balance the loan postings against the reduced
      *   disbursements.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  LOAN-OFFSET-RECORD.
           05  LO-SOURCE-SYSTEM          PIC X(08).
           05  LO-PAYMENT-REF-NO         PIC 9(09).
           05  LO-POLICY-NO              PIC 9(07).
           05  LO-CUST-ID                PIC X(05).
           05  LO-LOAN-NO                PIC 9(07).
      *    GROSS = OFFSET + NET.  THE OFFSET IS POSTED TO THE LOAN,
      *    THE NET IS THE DISBURSEMENT.
           05  LO-GROSS-AMOUNT           PIC 9(07)V99.
           05  LO-OFFSET-AMOUNT          PIC 9(07)V99.
           05  LO-NET-AMOUNT             PIC 9(07)V99.
           05  LO-OFFSET-DATE            PIC 9(08).
           05  FILLER                    PIC X(09).

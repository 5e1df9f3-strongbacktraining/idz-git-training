      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   High-value payment approval record, keyed on the hub
      *   reference.  TREASHUB writes one when a payment is
      *   over its source system's approval limit (GETPARM
      *   APR-<source>) and puts the payment on PAYMAST pending
      *   approval instead of on the bank file; SANCDEC does
      *   the same for a cleared sanctions hold over the limit.
      *   Two different authorized approvers (PAYAUTH) must
      *   sign - on PAYAPPRV approval cards or online through
      *   the PAPR transaction (PAYAPWB) - and neither may be
      *   AP-KEYED-BY - the operator who released the source's
      *   payments to the hub (TREASHUB's KEY-<source> parameter)
      *   or the compliance officer who cleared the hold (SANCDEC).
      *   An approved payment goes out on the next TREASHUB run
      *   and is marked released; PAYAPAGE lists every payment
      *   still pending past AP-DEADLINE-DATE each morning.
      *   The payee's bank details ride here so a held direct
      *   deposit still goes out as a direct deposit.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PAYMENT-APPROVAL-RECORD.
           05  AP-PAYMENT-REF            PIC 9(09).
           05  AP-SOURCE-SYSTEM          PIC X(08).
           05  AP-PAYEE-NAME             PIC X(25).
           05  AP-AMOUNT                 PIC 9(09)V99.
           05  AP-APPROVAL-LIMIT         PIC 9(09)V99.
           05  AP-KEYED-BY               PIC X(08).
           05  AP-HELD-DATE              PIC 9(08).
           05  AP-DEADLINE-DATE          PIC 9(08).
           05  AP-STATUS                 PIC X(01).
               88  AP-PENDING                    VALUE 'P'.
               88  AP-APPROVED                   VALUE 'A'.
               88  AP-RELEASED                   VALUE 'R'.
           05  AP-FIRST-APPROVER         PIC X(08).
           05  AP-FIRST-APPROVAL-DATE    PIC 9(08).
           05  AP-SECOND-APPROVER        PIC X(08).
           05  AP-SECOND-APPROVAL-DATE   PIC 9(08).
           05  AP-RELEASED-DATE          PIC 9(08).
           05  AP-PAYMENT-METHOD         PIC X(01).
           05  AP-ROUTING-NO             PIC 9(09).
           05  AP-ACCOUNT-NO             PIC X(17).
           05  AP-ACCOUNT-TYPE           PIC X(01).
           05  FILLER                    PIC X(13).

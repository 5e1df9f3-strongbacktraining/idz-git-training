      *   bank file, carrying the source system and the
      *   source's own reference so "did payment 104732 clear"
      *   is one keyed read.  TREASACK loads the bank's
      *   acknowledgement file back against this master, and
      *   BNKRECON clears whatever the bank statement shows
      *   paid; PAYAGE ages what never cleared and drives the
      *   stale-check and escheatment handling.  A payee the
      *   sanctions screen flags is written on compliance hold
      *   and kept off the bank file until SANCDEC records the
      *   compliance officer's decision; TD-SCREEN-VERSION is
      *   the sanctions list version the payee was screened
      *   against.  TD-PAYMENT-METHOD is how the payment went
      *   to the bank - only checks go on the POSPAYX positive-
      *   pay file; records written before the method was kept
      *   are all checks.  A payment over its source's approval
      *   limit is written pending approval and kept off the
      *   bank file until two approvers sign it on PAYAPPR.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PAYMENT-MASTER-RECORD.
           05  TD-PAYMENT-REF            PIC 9(09).
               88  TD-STALE                      VALUE 'S'.
               88  TD-ESCHEATED                  VALUE 'E'.
               88  TD-REISSUED                   VALUE 'X'.
               88  TD-COMPLIANCE-HOLD            VALUE 'H'.
               88  TD-SANCTIONS-BLOCKED          VALUE 'B'.
               88  TD-PENDING-APPROVAL           VALUE 'A'.
           05  TD-CLEARED-DATE           PIC 9(08).
           05  TD-SCREEN-VERSION         PIC X(10).
           05  TD-PAYMENT-METHOD         PIC X(01).
               88  TD-PAID-BY-CHECK              VALUE 'C' ' '.
               88  TD-PAID-BY-DEPOSIT            VALUE 'D'.

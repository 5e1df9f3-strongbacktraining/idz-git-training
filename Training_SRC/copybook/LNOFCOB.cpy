      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Caller's parameter area for the LOANOFS policy-loan
      *   offset subroutine, in the GETPARM mold - COPY into
      *   WORKING-STORAGE, fill in the function and the payment
      *   and CALL 'LOANOFS' USING LOANOFS-PARMS-WS.
      *     'O' OFFSET  - a payment is about to go to a member.
      *                   LOANOFS finds the member's CUST-ID
      *                   through the PARTYXRF policy link and an
      *                   active or nonaccrual policy loan through
      *                   the member's loan links; up to the
      *                   LOAN-OFF-PCT share of LF-OFFSET-BASE (no
      *                   more than the loan still owes) is taken
      *                   as a LOANPOST payment, and LF-NET-AMOUNT
      *                   is what is left of LF-GROSS-AMOUNT to
      *                   disburse.
      *     'F' FINISH  - closes LOANOFS's files; call once from
      *                   the caller's wrap-up.
      *   A payment with no loan to offset comes back LF-NO-LOAN
      *   with LF-NET-AMOUNT equal to LF-GROSS-AMOUNT.  When the
      *   cross-reference or loan master cannot be opened every
      *   call answers LF-FILE-UNAVAILABLE and the caller pays in
      *   full.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  LOANOFS-PARMS-WS.
           05  LF-FUNCTION               PIC X(01).
               88  LF-OFFSET                     VALUE 'O'.
               88  LF-FINISH                     VALUE 'F'.
           05  LF-SOURCE-SYSTEM          PIC X(08).
           05  LF-PAYMENT-REF-NO         PIC 9(09).
           05  LF-POLICY-NO              PIC 9(07).
      *    THE SHARE OF THE PAYMENT THE PERCENTAGE APPLIES TO, AND
      *    THE WHOLE PAYMENT THE OFFSET COMES OUT OF.
           05  LF-OFFSET-BASE            PIC 9(07)V99.
           05  LF-GROSS-AMOUNT           PIC 9(07)V99.
           05  LF-PAYMENT-DATE           PIC 9(08).
      *    RETURNED.
           05  LF-CUST-ID                PIC X(05).
           05  LF-LOAN-NO                PIC 9(07).
           05  LF-OFFSET-AMOUNT          PIC 9(07)V99.
           05  LF-NET-AMOUNT             PIC 9(07)V99.
           05  LF-RETURN-CD              PIC S9(04).
               88  LF-OFFSET-TAKEN               VALUE 0.
               88  LF-NO-LOAN                    VALUE -1.
               88  LF-FILE-UNAVAILABLE           VALUE -2.
               88  LF-FILE-ERROR                 VALUE -3.

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Prior-authorization master record, keyed on the
      *   insured's policy number plus the utilization-review
      *   authorization number, so every approval on file for
      *   a member can be browsed in key order.  Loaded by
      *   PAUTHMNT from UR's approvals.  INSURCOB looks for an
      *   authorization covering any claim over its POLICY-
      *   TYPE's prior-auth threshold: matching provider (a
      *   blank PA-PROVIDER-CODE covers any provider), the
      *   claim date inside the valid-from/to window, and
      *   enough approved dollars left.  A claim without one
      *   pends with reason 'A'; a claim that pays draws the
      *   authorization down through PA-USED-AMOUNT.  PAUTHEXP
      *   lists authorizations that expired never used.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PRIOR-AUTH-RECORD.
           05  PA-AUTH-KEY.
               10  PA-POLICY-NO          PIC 9(07).
               10  PA-AUTH-NO            PIC 9(09).
           05  PA-PROVIDER-CODE          PIC X(02).
               88  PA-ANY-PROVIDER               VALUE SPACES.
           05  PA-APPROVED-AMOUNT        PIC 9(07)V99.
           05  PA-VALID-FROM-DATE        PIC 9(08).
           05  PA-VALID-TO-DATE          PIC 9(08).
      *    SET BY THE CLAIMS CYCLE, NOT BY UR - PAUTHMNT CARRIES
      *    THEM ACROSS A CHANGE TRANSACTION UNTOUCHED.
           05  PA-USED-AMOUNT            PIC 9(07)V99.
           05  PA-LAST-USED-DATE         PIC 9(08).
           05  FILLER                    PIC X(10).

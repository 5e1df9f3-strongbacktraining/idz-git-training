      *   the stay's total charges so the business office has a
      *   receivable to collect instead of a clipboard add-up.
      *   PR-STATUS starts open; collections advance it.
      *
      *   A stay for a patient linked to an insured member is
      *   also claimed: DISCHBIL marks it to be claimed, the
      *   PATCLMGN claim-generation step files the claim and
      *   records its key, and PATCLMAP applies what INSURCOB
      *   paid on it from the remittance detail.  The insurance
      *   payment and the contractual adjustment come off the
      *   bill and PR-BALANCE-DUE is left at the member's share.
      *   Until the claim is settled the balance due is the
      *   whole bill; a denied claim leaves it there.
      *
      *   PATPAY posts the patient's own payments and what the
      *   collection agency returns against PR-BALANCE-DUE and
      *   marks the receivable paid once nothing is owed.  PATAGE
      *   places an account unpaid past the placement age with
      *   the agency (PR-PLACED, dated PR-PLACED-DATE).
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PATIENT-RECV-RECORD.
           05  PR-PATIENT-ID             PIC X(08).
           05  PR-STATUS                 PIC X(01).
               88  PR-OPEN                       VALUE 'O'.
               88  PR-PAID                       VALUE 'P'.
               88  PR-PLACED                     VALUE 'A'.
           05  PR-CLAIM-STATUS           PIC X(01).
               88  PR-SELF-PAY                   VALUE 'N'.
               88  PR-CLAIM-TO-FILE              VALUE 'C'.
               88  PR-CLAIM-FILED                VALUE 'F'.
               88  PR-CLAIM-NOT-FILED            VALUE 'X'.
               88  PR-CLAIM-PAID                 VALUE 'P'.
               88  PR-CLAIM-PAID-MEMBER          VALUE 'M'.
               88  PR-CLAIM-DENIED               VALUE 'D'.
           05  PR-CLAIM-KEY.
               10  PR-CLAIM-POLICY-NO    PIC 9(07).
               10  PR-CLAIM-SEQ-NO       PIC 9(02).
           05  PR-INSURANCE-PAID         PIC 9(09)V99.
           05  PR-CONTRACT-ADJUSTMENT    PIC 9(09)V99.
           05  PR-BALANCE-DUE            PIC 9(09)V99.
           05  PR-PLACED-DATE            PIC 9(08).
           05  FILLER                    PIC X(05).

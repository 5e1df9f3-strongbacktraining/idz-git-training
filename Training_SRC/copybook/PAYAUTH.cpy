      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Authorized payment approvers, keyed on the approver's
      *   user id (the same id CICS signs them on with).  Only
      *   an active approver here may sign a high-value payment
      *   held on PAYAPPR - PAYAPPRV checks the approval cards
      *   against it and PAYAPWB checks the signed-on user.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PAYMENT-APPROVER-RECORD.
           05  PZ-APPROVER-ID            PIC X(08).
           05  PZ-APPROVER-NAME          PIC X(25).
           05  PZ-APPROVER-STATUS        PIC X(01).
               88  PZ-ACTIVE                     VALUE 'A'.
               88  PZ-INACTIVE                   VALUE 'I'.
           05  PZ-ADDED-DATE             PIC 9(08).
           05  FILLER                    PIC X(08).

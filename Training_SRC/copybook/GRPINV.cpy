      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Consolidated group invoice written by GRPBILL, one
      *   per employer group per billing cycle.  The member
      *   invoices it consolidates stay on PREMINV, stamped with
      *   the group number, and remain the receivable PREMPAY
      *   pays and PREMAGE ages member by member.  Members still
      *   unpaid from earlier cycles are carried as past due, so
      *   GI-CURRENT-PREMIUM + GI-PAST-DUE is what the group owes.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  GROUP-INVOICE-RECORD.
           05  GI-GROUP-INVOICE-NO       PIC 9(09).
           05  GI-GROUP-NO               PIC X(06).
           05  GI-GROUP-NAME             PIC X(30).
           05  GI-MEMBER-COUNT           PIC 9(05).
           05  GI-CURRENT-PREMIUM        PIC 9(09)V99.
           05  GI-PAST-DUE-COUNT         PIC 9(05).
           05  GI-PAST-DUE               PIC 9(09)V99.
           05  GI-BILL-DATE              PIC 9(08).
           05  GI-DUE-DATE               PIC 9(08).
           05  FILLER                    PIC X(07).

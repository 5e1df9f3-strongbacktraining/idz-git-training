      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Employer group master, keyed on GM-GROUP-NO, the value
      *   carried in PM-GROUP-NO on each member's POLMAST policy.
      *   Maintained by GRPMNT.  GRPBILL sends the group one
      *   consolidated invoice with its member roster to the
      *   billing address here, due on GM-BILLING-DAY of the
      *   month (01-28 so every month has the day).  A group
      *   marked terminated is no longer list billed - its
      *   members fall back to individual invoices.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  GROUP-MASTER-RECORD.
           05  GM-GROUP-NO               PIC X(06).
           05  GM-GROUP-NAME             PIC X(30).
           05  GM-BILLING-ADDRESS.
               10  GM-ADDRESS-LINE-1     PIC X(30).
               10  GM-ADDRESS-LINE-2     PIC X(30).
               10  GM-CITY               PIC X(20).
               10  GM-STATE              PIC X(02).
               10  GM-ZIP                PIC X(10).
           05  GM-BILLING-DAY            PIC 9(02).
           05  GM-STATUS                 PIC X(01).
               88  GM-ACTIVE                     VALUE 'A'.
               88  GM-TERMINATED                 VALUE 'T'.
           05  FILLER                    PIC X(19).

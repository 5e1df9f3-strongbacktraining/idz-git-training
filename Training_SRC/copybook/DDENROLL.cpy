      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Direct-deposit enrollment, keyed on WIDGET-EMP-ID and
      *   maintained by DDMNT.  Net pay goes to the primary
      *   account; an optional split sends either a fixed
      *   amount or a whole percentage of net to a second
      *   account, the remainder staying with the primary.
      *   HRPAYREG reads it to build the payroll disbursement
      *   feed TREASHUB pays from; an employee with no active
      *   enrollment is paid by check through the same feed.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  DIRECT-DEPOSIT-RECORD.
           05  DE-EMP-ID                 PIC 9(04).
           05  DE-STATUS                 PIC X(01).
               88  DE-ACTIVE                     VALUE 'A'.
               88  DE-SUSPENDED                  VALUE 'S'.
           05  DE-PRIMARY-ACCOUNT.
               10  DE-PRIMARY-ROUTING    PIC 9(09).
               10  DE-PRIMARY-ACCOUNT-NO PIC X(17).
               10  DE-PRIMARY-ACCT-TYPE  PIC X(01).
                   88  DE-PRIMARY-TYPE-VALID     VALUE 'C' 'S'.
           05  DE-SPLIT-METHOD           PIC X(01).
               88  DE-NO-SPLIT                   VALUE SPACE.
               88  DE-SPLIT-AMOUNT               VALUE 'A'.
               88  DE-SPLIT-PERCENT              VALUE 'P'.
               88  DE-SPLIT-METHOD-VALID         VALUE SPACE 'A' 'P'.
           05  DE-SPLIT-VALUE            PIC 9(05)V99.
           05  DE-SECONDARY-ACCOUNT.
               10  DE-SECONDARY-ROUTING  PIC 9(09).
               10  DE-SECONDARY-ACCOUNT-NO
                                         PIC X(17).
               10  DE-SECONDARY-ACCT-TYPE
                                         PIC X(01).
                   88  DE-SECONDARY-TYPE-VALID   VALUE 'C' 'S'.
           05  DE-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                    PIC X(05).

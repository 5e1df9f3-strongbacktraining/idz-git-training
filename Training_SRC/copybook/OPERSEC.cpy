      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Operator security record, keyed on the CICS user id
      *   and maintained by OPERMNT.  Each operator carries up
      *   to five roles; what a role may do on each online
      *   transaction is held on ROLEAUTH.  An inactive
      *   operator is refused everything.  SECCHK reads this
      *   file for every online function and SECRVW prints
      *   each operator's effective rights, with the manager
      *   who certifies them, for the quarterly access review.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  OPERATOR-SECURITY-RECORD.
           05  OS-OPERATOR-ID            PIC X(08).
           05  OS-OPERATOR-NAME          PIC X(25).
           05  OS-MANAGER-ID             PIC X(08).
           05  OS-STATUS                 PIC X(01).
               88  OS-ACTIVE                     VALUE 'A'.
               88  OS-INACTIVE                   VALUE 'I'.
               88  OS-VALID-STATUS               VALUE 'A' 'I'.
           05  OS-ROLES.
               10  OS-ROLE               PIC X(08) OCCURS 5.
           05  OS-LAST-CHANGE-DATE       PIC 9(08).
           05  FILLER                    PIC X(10).

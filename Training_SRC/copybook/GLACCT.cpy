      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Chart-of-accounts master, keyed on the GL account.
      *   Maintained by GLACMNT.  GLPOST posts only to an
      *   account on file and active - any other journal goes
      *   to the suspense account and onto GLPOST's error
      *   listing - and GLSTMT groups GLBAL's balances by the
      *   account type here for the balance sheet and income
      *   statement.  An account with balances is deactivated,
      *   never deleted.  GA-DEPARTMENT names the department
      *   whose manager answers for the account - GLBUDLD
      *   loads budgets only against the owning department and
      *   GLBUDRPT reports the account in that department's
      *   section; spaces is a corporate account.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  GL-ACCOUNT-RECORD.
           05  GA-ACCOUNT                PIC X(08).
           05  GA-DESCRIPTION            PIC X(30).
           05  GA-ACCOUNT-TYPE           PIC X(01).
               88  GA-ASSET                      VALUE 'A'.
               88  GA-LIABILITY                  VALUE 'L'.
               88  GA-EQUITY                     VALUE 'E'.
               88  GA-REVENUE                    VALUE 'R'.
               88  GA-EXPENSE                    VALUE 'X'.
               88  GA-ACCOUNT-TYPE-VALID         VALUE 'A' 'L' 'E'
                                                       'R' 'X'.
           05  GA-NORMAL-BALANCE         PIC X(01).
               88  GA-NORMAL-DEBIT               VALUE 'D'.
               88  GA-NORMAL-CREDIT              VALUE 'C'.
               88  GA-NORMAL-BALANCE-VALID       VALUE 'D' 'C'.
           05  GA-ACTIVE-FLAG            PIC X(01).
               88  GA-ACTIVE                     VALUE 'Y'.
               88  GA-INACTIVE                   VALUE 'N'.
               88  GA-ACTIVE-FLAG-VALID          VALUE 'Y' 'N'.
           05  GA-DEPARTMENT             PIC X(03).
           05  FILLER                    PIC X(16).

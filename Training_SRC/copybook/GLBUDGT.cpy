      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   General-ledger budget record, keyed on account,
      *   owning department and period (CCYYMM), loaded by
      *   GLBUDLD from finance's annual budget spreadsheet -
      *   one row per month.  The amount is the plan in the
      *   account's natural sign: spending for an expense
      *   account, income for a revenue account.  GLBUDRPT
      *   compares it to the GLBAL actuals each month.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  GL-BUDGET-RECORD.
           05  GU-BUDGET-KEY.
               10  GU-ACCOUNT            PIC X(08).
               10  GU-DEPARTMENT         PIC X(03).
               10  GU-PERIOD             PIC 9(06).
           05  GU-BUDGET-AMOUNT          PIC S9(11)V99.
           05  GU-LOAD-DATE              PIC 9(08).
           05  FILLER                    PIC X(12).

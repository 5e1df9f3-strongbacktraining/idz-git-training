      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Payroll history record - one per employee per pay
      *   period, appended by every HRPAYREG run with what the
      *   register printed: gross, each DEDMAST deduction (the
      *   tax withheld, the benefit plan amount and any
      *   garnishment) and net.  HRPAYQTR totals a quarter's
      *   wages and withholding for the payroll tax return and
      *   HRW2 builds the year-end W-2s and wage file from it,
      *   so neither is rebuilt from saved printouts.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PAYROLL-HISTORY-RECORD.
           05  PH-EMP-ID                 PIC 9(04).
      *    PAY PERIOD IS THE RUN'S BUSINESS MONTH, CCYYMM.
           05  PH-PAY-PERIOD             PIC 9(06).
           05  PH-PAY-PERIOD-R REDEFINES PH-PAY-PERIOD.
               10  PH-PAY-YEAR           PIC 9(04).
               10  PH-PAY-MONTH          PIC 9(02).
           05  PH-RUN-DATE               PIC 9(08).
           05  PH-DEPARTMENT             PIC X(03).
           05  PH-FIRST-NAME             PIC X(10).
           05  PH-LAST-NAME              PIC X(10).
           05  PH-PAY-TYPE               PIC X(01).
           05  PH-GROSS-PAY              PIC 9(05)V99.
           05  PH-TAX-WITHHELD           PIC 9(05)V99.
           05  PH-BENEFIT-DEDUCTION      PIC 9(05)V99.
           05  PH-GARNISH-DEDUCTION      PIC 9(05)V99.
           05  PH-NET-PAY                PIC 9(05)V99.
           05  PH-OVERTIME-PAY           PIC 9(05)V99.
           05  FILLER                    PIC X(06).

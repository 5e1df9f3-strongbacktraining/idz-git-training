      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Payroll disbursement feed - HRPAYREG's handoff of
      *   each employee's net pay to the TREASHUB treasury hub,
      *   which takes it as source system PAYROLL.  One record
      *   per deposit (two when the employee's direct deposit
      *   is split) or one check record for an employee with
      *   no active enrollment.  PY-SOURCE-REF is the pay
      *   month, employee and split number, so the hub's
      *   PAYMAST record traces back to the register line.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PAYROLL-DISBURSEMENT-RECORD.
           05  PY-SOURCE-REF             PIC 9(09).
           05  PY-SOURCE-REF-R REDEFINES PY-SOURCE-REF.
               10  PY-REF-PERIOD         PIC 9(04).
               10  PY-REF-EMP-ID         PIC 9(04).
               10  PY-REF-SPLIT-NO       PIC 9(01).
           05  PY-PAYEE-NAME             PIC X(25).
           05  PY-AMOUNT                 PIC 9(07)V99.
           05  PY-PAY-DATE               PIC 9(08).
           05  PY-PAYMENT-METHOD         PIC X(01).
               88  PY-DIRECT-DEPOSIT             VALUE 'D'.
               88  PY-CHECK                      VALUE 'C'.
           05  PY-ROUTING-NO             PIC 9(09).
           05  PY-ACCOUNT-NO             PIC X(17).
           05  PY-ACCOUNT-TYPE           PIC X(01).
           05  FILLER                    PIC X(11).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Year-end electronic wage file written by HRW2 - one
      *   'RW' wage record per employee paid in the tax year,
      *   closed by one 'RT' total record carrying the record
      *   count and the wage and withholding totals the
      *   receiving agency balances the file against.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  W2-WAGE-RECORD.
           05  W2-RECORD-TYPE            PIC X(02).
               88  W2-EMPLOYEE-WAGE              VALUE 'RW'.
               88  W2-FILE-TOTAL                 VALUE 'RT'.
           05  W2-TAX-YEAR               PIC 9(04).
           05  W2-EMP-ID                 PIC 9(04).
           05  W2-LAST-NAME              PIC X(10).
           05  W2-FIRST-NAME             PIC X(10).
           05  W2-DEPARTMENT             PIC X(03).
           05  W2-WAGES                  PIC 9(09)V99.
           05  W2-TAX-WITHHELD           PIC 9(09)V99.
           05  W2-BENEFIT-DEDUCTIONS     PIC 9(09)V99.
           05  FILLER                    PIC X(14).
       01  W2-TOTAL-RECORD REDEFINES W2-WAGE-RECORD.
           05  FILLER                    PIC X(02).
           05  W2T-TAX-YEAR              PIC 9(04).
           05  W2T-RECORD-COUNT          PIC 9(07).
           05  W2T-TOTAL-WAGES           PIC 9(11)V99.
           05  W2T-TOTAL-TAX-WITHHELD    PIC 9(11)V99.
           05  FILLER                    PIC X(41).

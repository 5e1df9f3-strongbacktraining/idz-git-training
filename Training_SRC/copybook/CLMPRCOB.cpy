      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Line-pricing area CLMPAY fills for its caller - COPY
      *   into WORKING-STORAGE and pass as the third parameter
      *   on CALL 'CLMPAY'.  Totals cover every service line
      *   behind the claim; the first 30 lines (the count is
      *   in CLP-LINES-RETURNED) also come back priced one by
      *   one so the EOB extract and claims report can show
      *   each line's allowed amount and the fee-schedule
      *   discount taken.  CLP-LINE-COUNT of zero
      *   means no lines were on file and the claim priced at
      *   its header CLAIM-AMOUNT.  CLP-NETWORK-STATUS says
      *   whether the claim paid as in or out of network.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLMPAY-PRICING-WS.
           05  CLP-LINE-COUNT            PIC 9(03).
           05  CLP-BILLED-TOTAL          PIC 9(07)V99.
           05  CLP-ALLOWED-TOTAL         PIC 9(07)V99.
           05  CLP-DISCOUNT-TOTAL        PIC 9(07)V99.
           05  CLP-LINES-RETURNED        PIC 9(03).
           05  CLP-NETWORK-STATUS        PIC X(01).
               88  CLP-IN-NETWORK                VALUE 'I'.
               88  CLP-OUT-OF-NETWORK            VALUE 'O'.
           05  CLP-LINE OCCURS 30 TIMES.
               10  CLP-LINE-NO           PIC 9(03).
               10  CLP-SERVICE-DATE      PIC 9(08).
               10  CLP-PROCEDURE-CODE    PIC X(05).
               10  CLP-UNITS             PIC 9(03).
               10  CLP-BILLED-AMT        PIC 9(07)V99.
               10  CLP-ALLOWED-AMT       PIC 9(07)V99.
               10  CLP-DISCOUNT-AMT      PIC 9(07)V99.

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Unearned premium reserve record, keyed on the period
      *   (CCYYMM) the reserve was struck for, the policy type
      *   and the member's state.  UPRMEND writes one row per
      *   type and state each month-end, carrying the prior
      *   month's figure beside it and the change that went to
      *   GLPOST, so the journal can be proved back to the rows
      *   without rerunning anything.  Next month's run reads
      *   these rows as its prior reserve.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  UPR-BALANCE-RECORD.
           05  UB-BALANCE-KEY.
               10  UB-PERIOD             PIC 9(06).
               10  UB-POLICY-TYPE        PIC 9(01).
               10  UB-STATE              PIC X(02).
           05  UB-INVOICE-COUNT          PIC 9(07).
           05  UB-RESERVE-AMOUNT         PIC S9(11)V99.
           05  UB-PRIOR-RESERVE          PIC S9(11)V99.
           05  UB-CHANGE-AMOUNT          PIC S9(11)V99.
           05  UB-PERIOD-END-DATE        PIC 9(08).
           05  UB-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(09).

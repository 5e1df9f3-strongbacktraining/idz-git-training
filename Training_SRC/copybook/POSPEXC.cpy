      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Positive-pay exception file, in the bank's format -
      *   the checks presented today that did not match an
      *   issue record on the positive-pay file: an 'H' header
      *   with the account, the presentment date and the
      *   bank's decision cutoff (HHMM), an 'E' record per
      *   presented check and a 'T' trailer with the count and
      *   amount total.  POSPAYE loads it against PAYMAST so
      *   treasury can decide pay or return on each before the
      *   cutoff; an item with no decision is returned.
      *
      *   PE-BANK-ITEM-REF is the bank's reference for the
      *   presented item and must come back on the decision.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  POSITIVE-PAY-EXCEPTION-RECORD.
           05  PE-RECORD-TYPE            PIC X(01).
               88  PE-FILE-HEADER                VALUE 'H'.
               88  PE-EXCEPTION                  VALUE 'E'.
               88  PE-FILE-TRAILER               VALUE 'T'.
           05  PE-RECORD-DATA            PIC X(79).
           05  PE-HEADER-DATA REDEFINES PE-RECORD-DATA.
               10  PE-BANK-ACCOUNT       PIC X(17).
               10  PE-PRESENTMENT-DATE   PIC 9(08).
               10  PE-DECISION-CUTOFF    PIC 9(04).
               10  FILLER                PIC X(50).
           05  PE-EXCEPTION-DATA REDEFINES PE-RECORD-DATA.
               10  PE-CHECK-NO           PIC 9(10).
               10  PE-PRESENTED-AMOUNT   PIC 9(09)V99.
               10  PE-PRESENTED-DATE     PIC 9(08).
               10  PE-EXCEPTION-REASON   PIC X(02).
                   88  PE-NO-ISSUE-RECORD        VALUE 'NI'.
                   88  PE-AMOUNT-MISMATCH        VALUE 'AM'.
                   88  PE-CHECK-VOIDED           VALUE 'VD'.
                   88  PE-DUPLICATE-PRESENTMENT  VALUE 'DP'.
                   88  PE-STALE-DATED            VALUE 'SD'.
               10  PE-BANK-ITEM-REF      PIC X(15).
               10  PE-PAYEE-NAME         PIC X(25).
               10  FILLER                PIC X(08).
           05  PE-TRAILER-DATA REDEFINES PE-RECORD-DATA.
               10  PE-EXCEPTION-COUNT    PIC 9(07).
               10  PE-AMOUNT-TOTAL       PIC 9(11)V99.
               10  FILLER                PIC X(59).

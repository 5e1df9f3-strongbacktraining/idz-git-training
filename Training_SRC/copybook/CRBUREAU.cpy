      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Consumer credit bureau reporting record in the
      *   bureaus' fixed-length layout, written monthly by
      *   LOANCRB: one HEADER record identifying us as the
      *   data furnisher, one BASE segment per reported loan,
      *   and a TRAILR record with the segment count and the
      *   status tallies the bureau balances the file to.
      *   Money is in whole dollars, as the bureaus require.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CREDIT-BUREAU-RECORD.
           05  CB-RECORD-ID              PIC X(06).
               88  CB-HEADER-RECORD              VALUE 'HEADER'.
               88  CB-BASE-SEGMENT               VALUE 'BASE  '.
               88  CB-TRAILER-RECORD             VALUE 'TRAILR'.
           05  CB-BASE-DATA.
               10  CB-ACCOUNT-NO         PIC X(15).
      *        I INSTALLMENT; ACCOUNT TYPE 00 AUTO, 01 UNSECURED.
               10  CB-PORTFOLIO-TYPE     PIC X(01).
               10  CB-ACCOUNT-TYPE       PIC X(02).
               10  CB-DATE-OPENED        PIC 9(08).
               10  CB-HIGHEST-CREDIT     PIC 9(09).
               10  CB-TERMS-DURATION     PIC 9(03).
               10  CB-TERMS-FREQUENCY    PIC X(01).
               10  CB-SCHEDULED-PAYMENT  PIC 9(09).
               10  CB-ACTUAL-PAYMENT     PIC 9(09).
      *        11 CURRENT, 71/78/80/82/83/84 30 TO 180 DAYS LATE,
      *        97 CHARGED OFF, 13 PAID, 64 CHARGE-OFF PAID IN FULL.
               10  CB-ACCOUNT-STATUS     PIC X(02).
      *        0 CURRENT, 1 TO 6 30 TO 180 DAYS LATE, L CHARGED OFF.
               10  CB-PAYMENT-RATING     PIC X(01).
               10  CB-COMPLIANCE-CODE    PIC X(02).
               10  CB-CURRENT-BALANCE    PIC 9(09).
               10  CB-AMOUNT-PAST-DUE    PIC 9(09).
               10  CB-CHARGE-OFF-AMOUNT  PIC 9(09).
               10  CB-DATE-ACCOUNT-INFO  PIC 9(08).
               10  CB-DATE-FIRST-DLQ     PIC 9(08).
               10  CB-DATE-CLOSED        PIC 9(08).
               10  CB-DATE-LAST-PAYMENT  PIC 9(08).
               10  CB-CONSUMER-NAME      PIC X(25).
      *        1 INDIVIDUAL ACCOUNT.
               10  CB-ECOA-CODE          PIC X(01).
               10  CB-ADDRESS-LINE       PIC X(32).
               10  CB-CITY               PIC X(20).
               10  CB-STATE              PIC X(02).
               10  CB-POSTAL-CODE        PIC X(09).
               10  FILLER                PIC X(34).
           05  CB-HEADER-DATA REDEFINES CB-BASE-DATA.
               10  CB-REPORTER-ID        PIC X(10).
               10  CB-REPORTER-NAME      PIC X(20).
               10  CB-ACTIVITY-DATE      PIC 9(08).
               10  CB-CREATED-DATE       PIC 9(08).
               10  FILLER                PIC X(198).
           05  CB-TRAILER-DATA REDEFINES CB-BASE-DATA.
               10  CB-BASE-COUNT         PIC 9(09).
               10  CB-BALANCE-TOTAL      PIC 9(13).
               10  CB-CURRENT-COUNT      PIC 9(09).
               10  CB-DELINQUENT-COUNT   PIC 9(09).
               10  CB-CHARGED-OFF-COUNT  PIC 9(09).
               10  CB-CLOSED-COUNT       PIC 9(09).
               10  CB-DISPUTE-COUNT      PIC 9(09).
               10  FILLER                PIC X(177).

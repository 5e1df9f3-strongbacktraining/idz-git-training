      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Currency exchange-rate record, keyed on the ISO
      *   currency code and the date the rate takes effect -
      *   one row per currency per business day as treasury
      *   publishes them.  CR-RATE is functional (dollar) units
      *   per one unit of the foreign currency.  Maintained by
      *   CURRMNT with every change journaled; programs convert
      *   through the shared CURRCONV subroutine (parameter
      *   area in CURRCOB.cpy), which takes the latest rate
      *   effective on or before the transaction date - so a
      *   weekend or holiday invoice uses the last published
      *   rate, the way GETPARM answers for parameters.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CURRENCY-RATE-RECORD.
           05  CR-RATE-KEY.
               10  CR-CURRENCY-CODE      PIC X(03).
               10  CR-EFFECTIVE-DATE     PIC 9(08).
           05  CR-RATE                   PIC 9(05)V9(06).
           05  CR-RATE-SOURCE            PIC X(08).
           05  FILLER                    PIC X(10).

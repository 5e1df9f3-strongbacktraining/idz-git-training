      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Caller's parameter area for the shared CURRCONV
      *   currency-conversion subroutine, in the GETPARM mold -
      *   COPY into WORKING-STORAGE, set the currency code, the
      *   as-of date (the transaction or revaluation date) and
      *   the transaction-currency amount, and CALL 'CURRCONV'
      *   USING CURRCONV-PARMS-WS.  Back come the rate used,
      *   the date it took effect and the amount converted to
      *   the functional currency, rounded to the cent.  A
      *   blank or 'USD' code is the functional currency and
      *   converts one for one without touching the rate file.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CURRCONV-PARMS-WS.
           05  CV-CURRENCY-CODE          PIC X(03).
           05  CV-AS-OF-DATE             PIC 9(08).
           05  CV-FOREIGN-AMOUNT         PIC S9(11)V99.
           05  CV-RATE                   PIC 9(05)V9(06).
           05  CV-RATE-DATE              PIC 9(08).
           05  CV-FUNCTIONAL-AMOUNT      PIC S9(11)V99.
           05  CV-RETURN-CD              PIC S9(04).
               88  CV-OK                         VALUE 0.
               88  CV-FUNCTIONAL-CURRENCY        VALUE 1.
               88  CV-NO-RATE                    VALUE -1.
               88  CV-FILE-UNAVAILABLE           VALUE -2.

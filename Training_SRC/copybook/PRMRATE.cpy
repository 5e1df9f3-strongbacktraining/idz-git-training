      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Book monthly premium rate per POLICY-TYPE, applied
      *   against PM-POLICY-AMOUNT.  Rate changes are a table
      *   update here, not a pricing-logic change - same idea
      *   as COBLOAN's rate table.  A policy carries this rate
      *   until POLRENEW writes it an experience-rated POLRATE
      *   rate at renewal; PREMBILL and POLRENEW both COPY it.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PREMIUM-RATE-TABLE.
           05  FILLER                     PIC 9V9(5) VALUE 0.00090.
           05  FILLER                     PIC 9V9(5) VALUE 0.00075.
           05  FILLER                     PIC 9V9(5) VALUE 0.00060.
       01  PREMIUM-RATE-TABLE-R REDEFINES PREMIUM-RATE-TABLE.
           05  PREMIUM-RATE               PIC 9V9(5) OCCURS 3.

      *   pay at 100% once the policy type's out-of-pocket
      *   maximum is reached.  OA-BENEFIT-YEAR resets the
      *   accumulators when a claim arrives for a new year.
      *   Member cost share on claims from out-of-network
      *   providers builds its own bucket, OA-OON-OOP-TO-DATE,
      *   against the plan's separate out-of-network maximum.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  OOP-ACCUM-RECORD.
           05  OA-POLICY-NO              PIC 9(07).
      *    CARRYOVER RULE: THE YEAR-END CLOSE (OOPYREND) OPENS THE
      *    NEW BENEFIT YEAR WITH THESE DOLLARS ALREADY CREDITED.
           05  OA-Q4-DEDUCTIBLE          PIC 9(07)V99.
           05  OA-OON-OOP-TO-DATE        PIC 9(07)V99.
           05  FILLER                    PIC X(03).

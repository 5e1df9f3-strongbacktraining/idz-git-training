      *   delinquency processing may mark it lapsed, after which
      *   adjudication stops paying its claims until the policy
      *   is reinstated.
      *
      *   PM-GROUP-NO ties an employer policy to its GRPMAST
      *   employer group for consolidated list billing; spaces
      *   means the policy is billed to the insured directly.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NO              PIC 9(07).
           05  PM-STATUS                 PIC X(01).
               88  PM-ACTIVE                     VALUE 'A'.
               88  PM-LAPSED                     VALUE 'L'.
           05  PM-GROUP-NO               PIC X(06).
           05  FILLER                    PIC X(03).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Subrogation / third-party-liability case record,
      *   keyed on the CLAIM-KEY of the paid claim it recovers.
      *   INSURCOB opens a case for every claim it pays that
      *   carries a CLMLIAB accident indicator, with what the
      *   plan paid and what the member's own share came to.
      *   The recovery unit works the case through SUBRMNT -
      *   demand letter, settlement, cash received, close - and
      *   SUBRAGE ages the open cases at month end and hands the
      *   month's recovered cash to the GL, clearing the month-
      *   to-date buckets.  The part of a receipt that reimburses
      *   the member's share is credited back against the
      *   member's OOPACCUM out-of-pocket accumulator when the
      *   case's benefit year is still the current one - the
      *   out-of-network bucket when CLMPAY priced the claim out
      *   of network, since that is where the share was charged.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SUBRO-CASE-RECORD.
           05  SR-CASE-KEY.
               10  SR-POLICY-NO          PIC 9(07).
               10  SR-CLAIM-SEQ-NO       PIC 9(02).
           05  SR-CASE-STATUS            PIC X(01).
               88  SR-CASE-OPEN                  VALUE 'O'.
               88  SR-CASE-DEMANDED              VALUE 'D'.
               88  SR-CASE-SETTLED               VALUE 'S'.
               88  SR-CASE-CLOSED                VALUE 'C'.
               88  SR-CASE-ACTIVE                VALUE 'O' 'D' 'S'.
           05  SR-ACCIDENT-TYPE          PIC X(01).
           05  SR-ACCIDENT-DATE          PIC 9(08).
           05  SR-OTHER-CARRIER          PIC X(20).
           05  SR-BENEFIT-YEAR           PIC 9(04).
           05  SR-OPEN-DATE              PIC 9(08).
      *    WHAT THE PLAN PAID ON THE CLAIM AND THE MEMBER'S
      *    DEDUCTIBLE/COINSURANCE SHARE OF IT, AS ADJUDICATED.
           05  SR-PAID-AMOUNT            PIC 9(07)V99.
           05  SR-MEMBER-SHARE           PIC 9(07)V99.
           05  SR-DEMAND-DATE            PIC 9(08).
           05  SR-DEMAND-AMOUNT          PIC 9(07)V99.
           05  SR-SETTLE-DATE            PIC 9(08).
           05  SR-SETTLE-AMOUNT          PIC 9(07)V99.
      *    THE PART OF THE SETTLEMENT THAT REIMBURSES THE MEMBER.
           05  SR-SETTLE-MEMBER-AMT      PIC 9(07)V99.
           05  SR-RECOVERED-TO-DATE      PIC 9(07)V99.
           05  SR-MEMBER-RECOVERED       PIC 9(07)V99.
      *    CASH POSTED SINCE THE LAST MONTH-END GL FEED - SUBRAGE
      *    FEEDS AND CLEARS THEM.
           05  SR-RECOVERED-MTD          PIC 9(07)V99.
           05  SR-MEMBER-MTD             PIC 9(07)V99.
           05  SR-LAST-ACTIVITY-DATE     PIC 9(08).
           05  SR-CLOSE-DATE             PIC 9(08).
           05  SR-CLOSE-REASON           PIC X(02).
               88  SR-CLOSED-RECOVERED           VALUE 'RC'.
               88  SR-CLOSED-NO-LIABILITY        VALUE 'NL'.
               88  SR-CLOSED-UNCOLLECTIBLE       VALUE 'UC'.
      *    CLMPAY'S NETWORK STATUS FOR THE CLAIM - A CASE OPENED
      *    BEFORE IT WAS CARRIED HOLDS A SPACE AND COUNTS AS IN.
           05  SR-NETWORK-STATUS         PIC X(01).
               88  SR-OUT-OF-NETWORK             VALUE 'O'.
           05  FILLER                    PIC X(13).

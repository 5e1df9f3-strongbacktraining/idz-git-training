      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Policy rate history, keyed on policy number and the
      *   date the rate takes effect.  POLRENEW writes one
      *   record per policy per renewal, effective on the
      *   renewal date, with the experience behind it: the
      *   loss ratio of the group or policy type the policy was
      *   rated on and the credibility given to it.  PREMBILL
      *   bills the latest rate effective on or before the bill
      *   date; a policy with no record here bills at the book
      *   rate in PRMRATE.cpy.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  POLICY-RATE-RECORD.
           05  PR-RATE-KEY.
               10  PR-POLICY-NO          PIC 9(07).
               10  PR-EFFECTIVE-DATE     PIC 9(08).
           05  PR-MONTHLY-RATE           PIC 9V9(05).
           05  PR-PRIOR-RATE             PIC 9V9(05).
           05  PR-RATE-BASIS             PIC X(01).
               88  PR-GROUP-EXPERIENCE           VALUE 'G'.
               88  PR-TYPE-EXPERIENCE            VALUE 'T'.
      *    THE GROUP NUMBER, OR THE POLICY TYPE LEFT-JUSTIFIED.
           05  PR-EXPERIENCE-KEY         PIC X(06).
           05  PR-LOSS-RATIO             PIC 9(03)V99.
           05  PR-CREDIBILITY            PIC 9V999.
           05  PR-RATED-DATE             PIC 9(08).
           05  FILLER                    PIC X(09).

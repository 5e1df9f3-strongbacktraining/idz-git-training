      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Customer value segment, keyed on CUST-ID.  Written
      *   by the quarterly CUSTRFM run, which scores each
      *   customer 1-5 on recency (months since the last
      *   month with activity), frequency (orders) and
      *   monetary value (MONTH bucket totals) over the live
      *   master plus the prior years on CUSTYHST, and names
      *   the segment.  The segment the customer held before
      *   this quarter's run is kept beside the new one for
      *   the migration report; CUSTDELT carries the segment
      *   code on every detail of its downstream feed.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CUSTOMER-SEGMENT-RECORD.
           05  CG-CUST-ID                PIC X(05).
           05  CG-SEGMENT-CODE           PIC X(02).
               88  CG-CHAMPION                   VALUE 'CH'.
               88  CG-LOYAL                      VALUE 'LY'.
               88  CG-NEW-CUSTOMER               VALUE 'NW'.
               88  CG-PROMISING                  VALUE 'PR'.
               88  CG-AT-RISK                    VALUE 'AR'.
               88  CG-HIBERNATING                VALUE 'HB'.
               88  CG-LOST                       VALUE 'LO'.
           05  CG-RECENCY-SCORE          PIC 9(01).
           05  CG-FREQUENCY-SCORE        PIC 9(01).
           05  CG-MONETARY-SCORE         PIC 9(01).
           05  CG-MONTHS-SINCE-ACTIVE    PIC 9(03).
           05  CG-ORDER-COUNT            PIC 9(07).
           05  CG-MONETARY-VALUE         PIC S9(09)V99  COMP-3.
           05  CG-PRIOR-SEGMENT-CODE     PIC X(02).
           05  CG-SCORED-DATE            PIC 9(08).
           05  FILLER                    PIC X(24).

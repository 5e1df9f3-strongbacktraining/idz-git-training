      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Claim accident/liability indicator, keyed on the same
      *   CLAIM-KEY as CLAIMFILE.  CLAIMREC has no filler left
      *   to carve, so the indicator rides beside the claim the
      *   way its service lines do in CLMLINE: one record only
      *   for a claim that came from an auto accident, a work
      *   injury or another party's liability, none at all for
      *   an ordinary claim.  CLAIMENT writes it when the CSR
      *   keys an accident type; CLMEDIT edits and loads it from
      *   the batch feeds (CLM837IN builds it from the 837
      *   related-causes code).  When INSURCOB pays a claim that
      *   has one, it opens a SUBROCAS subrogation case.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLAIM-LIABILITY-RECORD.
           05  LB-CLAIM-KEY.
               10  LB-POLICY-NO          PIC 9(07).
               10  LB-CLAIM-SEQ-NO       PIC 9(02).
           05  LB-ACCIDENT-TYPE          PIC X(01).
               88  LB-AUTO-ACCIDENT              VALUE 'A'.
               88  LB-WORK-INJURY                VALUE 'W'.
               88  LB-OTHER-LIABILITY            VALUE 'O'.
               88  LB-VALID-ACCIDENT-TYPE        VALUE 'A' 'W' 'O'.
      *    CCYYMMDD DATE OF THE ACCIDENT OR INJURY.
           05  LB-ACCIDENT-DATE          PIC 9(08).
      *    STATE THE ACCIDENT HAPPENED IN - AUTO NO-FAULT AND
      *    WORKERS' COMPENSATION RULES ARE SET STATE BY STATE.
           05  LB-ACCIDENT-STATE         PIC X(02).
      *    THE LIABLE PARTY'S CARRIER, WHEN THE MEMBER KNOWS IT.
           05  LB-OTHER-CARRIER          PIC X(20).
           05  LB-ENTRY-DATE             PIC 9(08).
           05  FILLER                    PIC X(02).

      *   CLMPNDRP ages and inventories the queue daily;
      *   CLMPNDRL applies examiner release cards, re-inserts
      *   corrected claims into the indexed CLAIMFILE for the
      *   next cycle, and carries the rest forward.  The CLMPNDWB
      *   examiner workbench works the queue online, rewriting
      *   each record in place as released, denied or re-pended.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PENDED-CLAIM-RECORD.
           05  PD-PEND-KEY.
               88  PD-BENEFIT-LAPSED             VALUE 'B'.
               88  PD-PREMIUM-LAPSED             VALUE 'L'.
               88  PD-OVER-MAXIMUM               VALUE 'M'.
               88  PD-NO-PRIOR-AUTH              VALUE 'A'.
           05  PD-STATUS                 PIC X(01).
               88  PD-PENDED                     VALUE 'P'.
               88  PD-RELEASED                   VALUE 'R'.
               88  PD-DENIED                     VALUE 'D'.
           05  PD-CLAIM-IMAGE            PIC X(90).
           05  FILLER                    PIC X(01).

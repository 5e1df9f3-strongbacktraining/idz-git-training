      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Recurring supplier invoice template - rent, leases,
      *   maintenance contracts and the other fixed bills that
      *   were keyed into SUPLTRAN by hand every period.  Keyed
      *   on supplier, warehouse and a template number (one
      *   supplier may bill a warehouse under several
      *   contracts) and maintained by RECURMNT.  RECURGEN
      *   writes the 'I' transaction when RI-NEXT-GEN-DATE
      *   comes due, moves the next date on by the frequency,
      *   and tickles purchasing when RI-END-DATE (zero - open
      *   ended) is within sixty days.  RI-AMOUNT is in the
      *   supplier's own currency, as SUPLPOST expects it.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  RECURRING-INVOICE-RECORD.
           05  RI-KEY.
               10  RI-SUPPLR-NO          PIC X(03).
               10  RI-WREHOUSE-NO        PIC 9(07).
               10  RI-TEMPLATE-NO        PIC 9(02).
           05  RI-DESCRIPTION            PIC X(20).
           05  RI-AMOUNT                 PIC 9(09)V99.
           05  RI-FREQUENCY              PIC X(01).
               88  RI-MONTHLY                    VALUE 'M'.
               88  RI-QUARTERLY                  VALUE 'Q'.
               88  RI-ANNUAL                     VALUE 'A'.
               88  RI-FREQUENCY-VALID            VALUE 'M' 'Q' 'A'.
           05  RI-START-DATE             PIC 9(08).
           05  RI-END-DATE               PIC 9(08).
           05  RI-NEXT-GEN-DATE          PIC 9(08).
           05  RI-LAST-GEN-DATE          PIC 9(08).
           05  RI-STATUS                 PIC X(01).
               88  RI-ACTIVE                     VALUE 'A'.
               88  RI-SUSPENDED                  VALUE 'S'.
               88  RI-EXPIRED                    VALUE 'E'.
               88  RI-STATUS-VALID               VALUE 'A' 'S' 'E'.
           05  FILLER                    PIC X(03).

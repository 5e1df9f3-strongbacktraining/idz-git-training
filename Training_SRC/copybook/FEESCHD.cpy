      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Provider fee-schedule record, keyed on the provider
      *   code (PV-PROVIDER-CODE on PROVMST) plus the 5-byte
      *   procedure code carried on the claim service line.
      *   FE-UNIT-FEE is the contracted price of one unit of
      *   the service; CLMPAY allows each claim line at the
      *   lesser of the billed amount and units times the
      *   scheduled fee.  Maintained by FEEMNT in the PROVMNT
      *   add/change/delete mold.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  FEE-SCHEDULE-RECORD.
           05  FE-FEE-KEY.
               10  FE-PROVIDER-CODE      PIC X(02).
               10  FE-PROCEDURE-CODE     PIC X(05).
           05  FE-DESCRIPTION            PIC X(20).
           05  FE-UNIT-FEE               PIC 9(07)V99.
           05  FILLER                    PIC X(04).

      *   correspondence engine.  The cycle's own steps write
      *   these as the events happen - INSURCOB on a denial,
      *   PREMAGE on a lapse warning, PREMPAY on a
      *   reinstatement, POLRENEW on a renewal notice carrying
      *   the new monthly premium - each naming the template to
      *   merge and the policy whose member receives it.
      *   CORRGEN finds the member's address through PARTYXRF
      *   into the customer master and produces the print file
               88  LE-DENIAL-LETTER              VALUE 'DNY'.
               88  LE-LAPSE-WARNING              VALUE 'LPW'.
               88  LE-REINSTATE-CONFIRM          VALUE 'RNC'.
               88  LE-RENEWAL-NOTICE             VALUE 'RNW'.
           05  LE-POLICY-NO              PIC 9(07).
           05  LE-EVENT-DATE             PIC 9(08).
           05  LE-AMOUNT                 PIC 9(07)V99.

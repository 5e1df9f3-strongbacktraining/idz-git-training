      *   and is advanced by the premium-receivable aging cycle
      *   as the invoice is paid or written off, so the same
      *   layout serves both the billing run and collections.
      *
      *   PI-GROUP-NO is stamped from the policy's employer group
      *   when the member is list billed; GRPBILL gathers those
      *   invoices onto the group's consolidated invoice and
      *   PREMPAY pays them out of the group's remittance.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PREMIUM-INVOICE-RECORD.
           05  PI-INVOICE-NO             PIC 9(09).
               88  PI-OPEN                       VALUE 'O'.
               88  PI-PAID                       VALUE 'P'.
               88  PI-LAPSED-OFF                 VALUE 'L'.
           05  PI-GROUP-NO               PIC X(06).
           05  FILLER                    PIC X(06).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Supplier invoice history - one record for every
      *   invoice SUPLPOST has posted, keyed on the supplier
      *   and the supplier's own invoice number.  SUPLPOST
      *   rejects an invoice already on file and browses the
      *   supplier's history for a probable duplicate: the
      *   same amount and invoice date under another number,
      *   or a number that is the same once its punctuation
      *   and blanks are squeezed out (IH-NORM-INVOICE-NO).
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  INVOICE-HISTORY-RECORD.
           05  IH-KEY.
               10  IH-SUPPLR-NO          PIC X(03).
               10  IH-INVOICE-NO         PIC X(15).
           05  IH-NORM-INVOICE-NO        PIC X(15).
           05  IH-WREHOUSE-NO            PIC 9(07).
      *    AS BILLED - IN THE SUPPLIER'S OWN CURRENCY.
           05  IH-AMOUNT                 PIC 9(09)V99.
           05  IH-INVOICE-DATE           PIC 9(08).
           05  IH-POSTED-DATE            PIC 9(08).
           05  FILLER                    PIC X(13).

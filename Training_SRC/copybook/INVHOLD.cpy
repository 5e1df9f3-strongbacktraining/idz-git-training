      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Held supplier invoice - the work queue for invoices
      *   SUPLPOST will not post.  SUPLPOST appends the full
      *   SUPLPTRN.cpy transaction image with the date and the
      *   reason it was held; SUPLRLSE applies purchasing's
      *   approve/reject cards, writes approved invoices back
      *   out as posting transactions and carries the rest
      *   forward to the new queue generation.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  HELD-INVOICE-RECORD.
           05  HI-HOLD-DATE              PIC 9(08).
           05  HI-HOLD-REASON            PIC X(20).
           05  HI-TRAN-IMAGE             PIC X(80).
           05  FILLER                    PIC X(12).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Supplier posting transaction - the daily SUPLTRAN
      *   input to SUPLPOST.  The first thirty bytes are the
      *   original invoice/payment/credit layout.  An invoice
      *   also names the supplier's own invoice number, the
      *   purchase order it bills against and the quantity
      *   billed, for the three-way match against PURCHORD and
      *   RECVFILE.  SUPLRLSE writes an invoice purchasing has
      *   approved off the INVHOLD queue back in this layout
      *   with ST-MATCH-OVERRIDE set, so the next posting run
      *   takes it without matching it again.  RECURGEN's
      *   invoices from the recurring contract templates are
      *   marked 'T' - a rent or lease bill has no order or
      *   receipt to match, the template is the approval.
      *   An invoice accounts payable has released off the
      *   queue as not a duplicate after all comes back 'D' -
      *   it is spared the duplicate screen but still matched.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SUPPLIER-TRAN-RECORD.
           05  ST-WREHOUSE-NO            PIC 9(07).
           05  ST-SUPPLR-NO              PIC X(03).
      *    'I' INVOICE, 'P' PAYMENT, 'C' CREDIT MEMO.
           05  ST-TRAN-TYPE              PIC X(01).
               88  ST-INVOICE                    VALUE 'I'.
               88  ST-PAYMENT                    VALUE 'P'.
               88  ST-CREDIT-MEMO                VALUE 'C'.
           05  ST-AMOUNT                 PIC 9(09)V99.
           05  ST-TRAN-DATE              PIC 9(08).
           05  ST-INVOICE-NO             PIC X(15).
           05  ST-PO-NUMBER              PIC X(10).
           05  ST-QUANTITY               PIC 9(07).
           05  ST-MATCH-OVERRIDE         PIC X(01).
               88  ST-MATCH-RELEASED             VALUE 'R'.
               88  ST-RECURRING-CONTRACT         VALUE 'T'.
               88  ST-DUPLICATE-RELEASED         VALUE 'D'.
           05  FILLER                    PIC X(17).

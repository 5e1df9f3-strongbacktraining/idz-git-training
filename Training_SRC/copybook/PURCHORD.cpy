      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Purchase-order record, keyed on supplier, warehouse
      *   (SUPPLR-BAL-WREHOUSE-NO) and PO number - the order
      *   side of the three-way invoice match.  POMNT adds,
      *   changes, closes and cancels orders.  SUPLPOST checks
      *   each invoice's unit price against PO-UNIT-PRICE and
      *   adds the quantity it posts to PO-QUANTITY-INVOICED,
      *   so a second invoice against the same receipt cannot
      *   pass the match.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PURCHASE-ORDER-RECORD.
           05  PO-KEY.
               10  PO-SUPPLR-NO          PIC X(03).
               10  PO-WREHOUSE-NO        PIC 9(07).
               10  PO-NUMBER             PIC X(10).
           05  PO-ORDER-DATE             PIC 9(08).
           05  PO-STATUS                 PIC X(01).
               88  PO-OPEN                       VALUE 'O'.
               88  PO-CLOSED                     VALUE 'C'.
               88  PO-CANCELLED                  VALUE 'X'.
           05  PO-QUANTITY-ORDERED       PIC 9(07).
           05  PO-UNIT-PRICE             PIC 9(07)V99.
           05  PO-QUANTITY-INVOICED      PIC 9(07).
           05  PO-BUYER                  PIC X(08).
           05  FILLER                    PIC X(20).

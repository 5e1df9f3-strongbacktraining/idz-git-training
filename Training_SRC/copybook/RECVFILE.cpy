      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Receiving record, one per purchase order, on the
      *   same supplier/warehouse/PO key as PURCHORD.  RCVLOAD
      *   adds each dock receipt into RR-QUANTITY-RECEIVED, so
      *   the record always holds everything the warehouse has
      *   taken in against the order - the receipt side of
      *   SUPLPOST's three-way invoice match.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  RECEIVING-RECORD.
           05  RR-KEY.
               10  RR-SUPPLR-NO          PIC X(03).
               10  RR-WREHOUSE-NO        PIC 9(07).
               10  RR-PO-NUMBER          PIC X(10).
           05  RR-QUANTITY-RECEIVED      PIC 9(07).
           05  RR-FIRST-RECEIPT-DATE     PIC 9(08).
           05  RR-LAST-RECEIPT-DATE      PIC 9(08).
           05  RR-RECEIPT-COUNT          PIC 9(05).
           05  FILLER                    PIC X(12).

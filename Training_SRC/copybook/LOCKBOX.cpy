      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Bank lockbox deposit file, one transmission a day
      *   inside the standard envelope (ENVCKCOB.cpy): the 'H'
      *   header, then for every deposit batch a 'B' batch
      *   record followed by its 'I' items - one per check the
      *   bank scanned - and the 'T' trailer.  The trailer
      *   count covers the batch and item records; its amount
      *   hash is the sum of the items.  LX-BATCH-TOTAL is the
      *   amount the bank deposited for the batch.
      *
      *   LX-SCAN-INVOICE-NO is the invoice number read off the
      *   remittance coupon's scan line; when the scan line
      *   could not be read the bank operator keys whatever
      *   policy number the check or coupon shows into
      *   LX-KEYED-POLICY-NO (zero when there is none).
      *   LX-ITEM-REF is the bank's own item reference, quoted
      *   back to the bank when an item is researched.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  LOCKBOX-RECORD.
           05  LX-RECORD-TYPE            PIC X(01).
               88  LX-ENVELOPE-HEADER            VALUE 'H'.
               88  LX-BATCH-HEADER               VALUE 'B'.
               88  LX-ITEM                       VALUE 'I'.
               88  LX-ENVELOPE-TRAILER           VALUE 'T'.
           05  LX-RECORD-DATA            PIC X(79).
           05  LX-BATCH-DATA REDEFINES LX-RECORD-DATA.
               10  LX-BATCH-NO           PIC 9(05).
               10  LX-DEPOSIT-DATE       PIC 9(08).
               10  LX-BATCH-ITEM-COUNT   PIC 9(05).
               10  LX-BATCH-TOTAL        PIC 9(09)V99.
               10  FILLER                PIC X(50).
           05  LX-ITEM-DATA REDEFINES LX-RECORD-DATA.
               10  LX-ITEM-BATCH-NO      PIC 9(05).
               10  LX-ITEM-SEQ-NO        PIC 9(05).
               10  LX-ITEM-REF           PIC X(15).
               10  LX-ITEM-AMOUNT        PIC 9(07)V99.
               10  LX-SCAN-STATUS        PIC X(01).
                   88  LX-SCAN-READ              VALUE 'R'.
                   88  LX-SCAN-UNREADABLE        VALUE 'U'.
               10  LX-SCAN-INVOICE-NO    PIC 9(09).
               10  LX-KEYED-POLICY-NO    PIC 9(07).
               10  LX-CHECK-NO           PIC X(10).
               10  FILLER                PIC X(18).

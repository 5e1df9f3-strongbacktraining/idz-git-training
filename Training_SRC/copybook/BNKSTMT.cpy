      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Bank statement record - the bank's end-of-day
      *   statement for the operating account, one
      *   transmission a day inside the standard envelope
      *   (ENVCKCOB.cpy): the 'H' header, one 'S' statement
      *   record carrying the opening and closing ledger
      *   balances, a 'D' record for every item that moved
      *   the account - cleared checks and EFT payments,
      *   deposits, fees, returned items - and the 'T'
      *   trailer, whose amount hash is the sum of the items.
      *   BNKLOAD proves the statement and passes the 'S' and
      *   'D' records on, unchanged, as the BNKITEM file
      *   BNKRECON reconciles against the books.
      *
      *   BS-CUSTOMER-REF is the reference we gave the bank:
      *   the TREASHUB payment reference on a paid check or
      *   EFT, the lockbox batch number on a lockbox deposit,
      *   zero when the bank had none.  BS-BANK-REF is the
      *   bank's own item reference, quoted back to the bank
      *   when an item is researched.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  BANK-STATEMENT-RECORD.
           05  BS-RECORD-TYPE            PIC X(01).
               88  BS-ENVELOPE-HEADER            VALUE 'H'.
               88  BS-STATEMENT                  VALUE 'S'.
               88  BS-ITEM                       VALUE 'D'.
               88  BS-ENVELOPE-TRAILER           VALUE 'T'.
           05  BS-RECORD-DATA            PIC X(79).
           05  BS-STATEMENT-DATA REDEFINES BS-RECORD-DATA.
               10  BS-BANK-ACCOUNT       PIC X(17).
               10  BS-STATEMENT-DATE     PIC 9(08).
               10  BS-OPENING-BALANCE    PIC S9(11)V99.
               10  BS-CLOSING-BALANCE    PIC S9(11)V99.
               10  BS-CREDIT-COUNT       PIC 9(05).
               10  BS-DEBIT-COUNT        PIC 9(05).
               10  FILLER                PIC X(18).
           05  BS-ITEM-DATA REDEFINES BS-RECORD-DATA.
               10  BS-ITEM-SEQ-NO        PIC 9(05).
               10  BS-DEBIT-CREDIT       PIC X(01).
                   88  BS-DEBIT                  VALUE 'D'.
                   88  BS-CREDIT                 VALUE 'C'.
               10  BS-TYPE-CODE          PIC X(03).
                   88  BS-CHECK-PAID             VALUE 'CHK'.
                   88  BS-EFT-PAYMENT            VALUE 'ACH'.
                   88  BS-LOCKBOX-DEPOSIT        VALUE 'LBX'.
                   88  BS-OTHER-DEPOSIT          VALUE 'DEP'.
                   88  BS-INTEREST-EARNED        VALUE 'INT'.
                   88  BS-BANK-FEE               VALUE 'FEE'.
                   88  BS-RETURNED-ITEM          VALUE 'RTN'.
               10  BS-BANK-REF           PIC X(15).
               10  BS-CUSTOMER-REF       PIC 9(09).
               10  BS-AMOUNT             PIC 9(09)V99.
               10  BS-VALUE-DATE         PIC 9(08).
               10  FILLER                PIC X(27).

      *   compliance can prove the opt-out was applied instead
      *   of trusting a sticky note in marketing.  A customer
      *   with no record here has no restrictions.
      *   RTNMAIL sets the bad-address fields when a piece
      *   comes back undeliverable; CORRGEN, CUSTSTMT, LOANSTMT
      *   and IDCARDX then hold the customer's mail and list it
      *   on the MAILSUPP report until a CUSTMNT address change
      *   clears them.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CONTACT-PREF-RECORD.
           05  CP-CUST-ID                PIC X(05).
           05  CP-REQUEST-DATE           PIC 9(08).
           05  CP-REQUEST-SOURCE         PIC X(10).
           05  FILLER                    PIC X(04).
           05  CP-BAD-ADDRESS-FLAG       PIC X(01).
               88  CP-BAD-ADDRESS                VALUE 'Y'.
      *    DATE OF THE FIRST RETURN - HOW LONG IT HAS BEEN BAD.
           05  CP-BAD-ADDRESS-DATE       PIC 9(08).
      *    POST OFFICE REASON: UA UNDELIVERABLE AS ADDRESSED, NK NOT
      *    KNOWN, VA VACANT, FE FORWARDING EXPIRED, NS NO SUCH STREET.
           05  CP-RETURN-REASON          PIC X(02).
      *    M MAILROOM, P POST OFFICE ELECTRONIC RETURN FILE.
           05  CP-RETURN-SOURCE          PIC X(01).
           05  FILLER                    PIC X(08).

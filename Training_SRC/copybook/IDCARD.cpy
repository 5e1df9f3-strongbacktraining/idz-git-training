      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Member ID card record in the card vendor's fixed
      *   layout, written nightly by IDCARDX inside the
      *   standard interface envelope (ENVCKCOB.cpy) - the 'H'
      *   header, one 'D' card record per member, and a count-
      *   only 'T' trailer.  IC-ISSUE-SEQ is the card's number
      *   on the CARDHIST issue history, so the vendor can quote
      *   it back on a returned or misprinted card.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  ID-CARD-RECORD.
           05  IC-RECORD-TYPE            PIC X(01).
               88  IC-CARD-DETAIL                VALUE 'D'.
           05  IC-POLICY-NO              PIC 9(07).
           05  IC-ISSUE-SEQ              PIC 9(03).
           05  IC-FIRST-NAME             PIC X(10).
           05  IC-LAST-NAME              PIC X(15).
           05  IC-PLAN-TYPE              PIC 9(01).
           05  IC-PLAN-NAME              PIC X(18).
           05  IC-EFFECTIVE-DATE         PIC 9(08).
           05  IC-ADDRESS.
               10  IC-STREET             PIC X(20).
               10  IC-CITY               PIC X(14).
               10  IC-STATE              PIC X(02).
               10  IC-COUNTRY            PIC X(11).
           05  IC-SERVICE-PHONE          PIC X(12).
           05  IC-GROUP-NO               PIC X(06).
      *    N NEW MEMBER, C CARD-AFFECTING CHANGE, R REPRINT.
           05  IC-ISSUE-REASON           PIC X(01).
           05  FILLER                    PIC X(21).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Member ID card issue history, keyed on policy number
      *   plus issue sequence.  IDCARDX adds one row for every
      *   card it sends the vendor, holding what was printed on
      *   the card and why it was issued; the latest row for a
      *   policy is what the next night's run compares POLMAST
      *   against to decide whether a new card is due.  A
      *   reprint carries the requester from the CARDREQ card,
      *   so any card can be traced back to who asked for it.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CARD-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-POLICY-NO          PIC 9(07).
               10  CH-ISSUE-SEQ          PIC 9(03).
           05  CH-ISSUE-DATE             PIC 9(08).
           05  CH-ISSUE-REASON           PIC X(01).
               88  CH-NEW-MEMBER                 VALUE 'N'.
               88  CH-CARD-CHANGE                VALUE 'C'.
               88  CH-REPRINT                    VALUE 'R'.
           05  CH-REQUESTED-BY           PIC X(08).
           05  CH-LAST-NAME              PIC X(15).
           05  CH-FIRST-NAME             PIC X(10).
           05  CH-POLICY-TYPE            PIC 9(01).
           05  CH-EFFECTIVE-DATE         PIC 9(08).
           05  CH-STREET                 PIC X(20).
           05  CH-CITY                   PIC X(14).
           05  CH-STATE                  PIC X(02).
           05  CH-SERVICE-PHONE          PIC X(12).
           05  FILLER                    PIC X(11).

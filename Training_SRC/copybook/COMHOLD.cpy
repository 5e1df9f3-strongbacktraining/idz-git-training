      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Commission hold record.  AGENTCOM writes one for each
      *   paid claim whose commission it would not pay because
      *   the writing agent ('W' - the whole commission) or the
      *   overriding parent agent ('O' - the parent's override
      *   only) was not licensed in the member's state on the
      *   business date.  The next run reads the holds back in,
      *   releases any whose license is now on AGTLIC, and
      *   carries the rest forward to its own hold file.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  COMMISSION-HOLD-RECORD.
           05  HD-POLICY-NO              PIC 9(07).
           05  HD-CLAIM-SEQ-NO           PIC 9(02).
           05  HD-AGENT-CODE             PIC X(03).
           05  HD-PARENT-AGENT           PIC X(03).
           05  HD-STATE                  PIC X(02).
           05  HD-HOLD-TYPE              PIC X(01).
               88  HD-WRITING-HELD               VALUE 'W'.
               88  HD-OVERRIDE-HELD              VALUE 'O'.
           05  HD-PAID-AMOUNT            PIC 9(07)V99.
           05  HD-EARNED-PERIOD          PIC 9(06).
           05  HD-HELD-DATE              PIC 9(08).
           05  FILLER                    PIC X(19).

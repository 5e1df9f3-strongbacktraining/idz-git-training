      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Sanctions screening audit record - the file the
      *   regulators inspect.  Appended by every program in
      *   the screening chain: SANCLOAD logs each list it
      *   loads, SANCSCRN and TREASHUB log every potential hit
      *   (party, list entry, score, threshold), and SANCDEC
      *   logs the compliance officer's decision on each held
      *   payment.  Every row carries the list version the
      *   screening was done against.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SANCTIONS-AUDIT-RECORD.
           05  SK-EVENT-DATE             PIC 9(08).
           05  SK-EVENT-TYPE             PIC X(01).
               88  SK-LIST-LOADED                VALUE 'L'.
               88  SK-POTENTIAL-HIT              VALUE 'H'.
               88  SK-DECISION                   VALUE 'D'.
           05  SK-PROGRAM                PIC X(08).
           05  SK-LIST-VERSION           PIC X(10).
           05  SK-PARTY-SOURCE           PIC X(08).
           05  SK-PARTY-KEY              PIC X(09).
           05  SK-PARTY-NAME             PIC X(25).
           05  SK-ENTRY-ID               PIC X(10).
           05  SK-ENTRY-NAME             PIC X(40).
           05  SK-SCORE                  PIC 9(03).
           05  SK-THRESHOLD              PIC 9(03).
           05  SK-PAYMENT-REF            PIC 9(09).
           05  SK-DECISION-CODE          PIC X(01).
               88  SK-HIT-CLEARED                VALUE 'C'.
               88  SK-HIT-CONFIRMED              VALUE 'F'.
           05  SK-OFFICER-ID             PIC X(08).
           05  FILLER                    PIC X(07).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Common COMMAREA header passed between the MAINMENU
      *   main menu and the application screens it XCTLs to.
      *   Each screen's own COMMAREA starts with a 40-byte
      *   header slot; a COMMAREA of exactly the header's
      *   length means control just arrived by XCTL (from the
      *   menu, or back to the menu on PF2) rather than from
      *   the program's own pseudo-conversational RETURN.  The
      *   signed-on operator and business date are the menu's,
      *   and the customer ID and policy number are the last
      *   ones worked, carried so the next screen opens with
      *   them already keyed.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  MENU-COMMAREA-HEADER.
           05  MH-OPERATOR-ID            PIC X(08).
           05  MH-BUSINESS-DATE          PIC 9(08).
           05  MH-FROM-TRANSID           PIC X(04).
           05  MH-CUST-ID                PIC X(05).
           05  MH-POLICY-NO              PIC 9(07).
           05  FILLER                    PIC X(08).

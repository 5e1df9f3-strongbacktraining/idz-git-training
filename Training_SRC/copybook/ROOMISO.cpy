      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Room isolation flag, keyed by ward/room, kept by
      *   ROOMASGN on the BEDOOS pattern.  A record exists
      *   while the room is under infection-control isolation:
      *   set when a patient on contact, airborne or droplet
      *   isolation is admitted, placed or transferred into
      *   the room (or is isolated where they lie), and while
      *   it stands ROOMASGN refuses any further assignment and
      *   ROOMSRCH and waitlist placement treat the room as
      *   full.  When the isolated patient leaves, the flag
      *   goes to AWAITING TERMINAL CLEAN and is only removed
      *   once housekeeping has cleaned every bed in the room
      *   (BEDCLEAN); without the bed-cleaning file it clears
      *   on the discharge itself.  ISOCENS reports from it.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  ROOM-ISOLATION-RECORD.
           05  RI-ROOM-KEY.
               10  RI-WARD-ID            PIC X(04).
               10  RI-ROOM-ID            PIC X(04).
           05  RI-ISOLATION-TYPE         PIC X(01).
               88  RI-CONTACT                    VALUE 'C'.
               88  RI-AIRBORNE                   VALUE 'A'.
               88  RI-DROPLET                    VALUE 'D'.
           05  RI-PATIENT-ID             PIC X(08).
           05  RI-STATUS                 PIC X(01).
               88  RI-PATIENT-IN-ROOM            VALUE 'O'.
               88  RI-AWAITING-CLEAN             VALUE 'T'.
           05  RI-SET-DATE               PIC 9(08).
           05  FILLER                    PIC X(04).

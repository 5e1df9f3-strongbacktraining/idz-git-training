      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Bed-cleaning status record, keyed on ward/room and
      *   kept by ROOMASGN.  A discharge (or the source side of
      *   a transfer) leaves a bed that is free but dirty until
      *   housekeeping turns it round: the bed is counted in
      *   BC-BEDS-DIRTY with its discharge timestamp, oldest
      *   first, and a 'C' bed-cleaned call - posted from the
      *   HSKPCLN housekeeping transactions - takes the oldest
      *   one off and logs discharge-to-clean time to CLEANLOG
      *   for BEDTURN.  ROOMASGN's availability check, its
      *   waitlist placement and ROOMSRCH's free-bed count all
      *   net BC-BEDS-DIRTY out, so admissions stops sending
      *   patients to rooms that are not ready.  Timestamps are
      *   held for the first eight dirty beds in a room; any
      *   beyond that are counted with no time.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  BED-CLEAN-RECORD.
           05  BC-CLEAN-KEY.
               10  BC-WARD-ID            PIC X(04).
               10  BC-ROOM-ID            PIC X(04).
           05  BC-BEDS-DIRTY             PIC 9(02).
           05  BC-DIRTY-BED OCCURS 8.
               10  BC-DISCHARGE-DATE     PIC 9(08).
               10  BC-DISCHARGE-TIME     PIC 9(06).
           05  BC-LAST-CLEAN-DATE        PIC 9(08).
           05  BC-LAST-CLEAN-TIME        PIC 9(06).
           05  FILLER                    PIC X(04).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Bed turnaround log record, one per bed cleaned,
      *   written by ROOMASGN's 'C' bed-cleaned call: the
      *   discharge that dirtied the bed and the time
      *   housekeeping reported it clean.  BEDTURN reads it for
      *   the daily discharge-to-clean report by ward.  A zero
      *   discharge date means the bed was dirtied beyond the
      *   eight timestamps BEDCLEAN holds per room.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLEAN-LOG-RECORD.
           05  HK-WARD-ID                PIC X(04).
           05  HK-ROOM-ID                PIC X(04).
           05  HK-DISCHARGE-DATE         PIC 9(08).
           05  HK-DISCHARGE-TIME         PIC 9(06).
           05  HK-CLEAN-DATE             PIC 9(08).
           05  HK-CLEAN-TIME             PIC 9(06).
           05  FILLER                    PIC X(04).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Nurse staffing-ratio card, one per ward and shift,
      *   read by NURSSTAF.  Each card names the HR department
      *   (WIDGET-DEPARTMENT on the SEGREC file) whose
      *   employees make up that ward's nursing team for the
      *   shift, and the patients-per-nurse ratio for each bed
      *   class - private rooms and step-down beds are staffed
      *   tighter than an open ward.  A zero ratio means the
      *   class needs no extra cover on that shift; the minimum
      *   is the floor a ward is never staffed below, even
      *   empty.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  NURSE-RATIO-RECORD.
           05  NR-RATIO-KEY.
               10  NR-WARD-ID            PIC X(04).
               10  NR-SHIFT              PIC X(01).
                   88  NR-SHIFT-DAY              VALUE 'D'.
                   88  NR-SHIFT-EVENING          VALUE 'E'.
                   88  NR-SHIFT-NIGHT            VALUE 'N'.
           05  NR-HR-DEPARTMENT          PIC X(03).
           05  NR-PRIVATE-RATIO          PIC 9(02).
           05  NR-SEMI-RATIO             PIC 9(02).
           05  NR-WARD-RATIO             PIC 9(02).
           05  NR-MINIMUM-NURSES         PIC 9(02).
           05  FILLER                    PIC X(04).

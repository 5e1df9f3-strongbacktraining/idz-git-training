      * step.  A successful conversion marks the reservation           *
      * CONVERTED; a full room or patient conflict leaves it OPEN and  *
      * on the exception side of the register for admissions to        *
      * re-place by hand.  The ROOMASGN call writes the admission's    *
      * ADTEVENT record itself, so a converted arrival reaches the     *
      * lab, pharmacy and dietary feed with no second event from here. *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               88  RA-ASSIGNMENT-OK              VALUE 0.
               88  RA-ROOM-FULL                  VALUE 4.
               88  RA-PATIENT-CONFLICT           VALUE 16.
               88  RA-NO-CLEAN-BED               VALUE 24.
               88  RA-ROOM-ISOLATED              VALUE 32.
               88  RA-ISOLATION-NEEDS-ROOM       VALUE 36.
           05  RA-PATIENT-ID             PIC X(8).
           05  RA-PATIENT-NAME           PIC X(25).
           05  RA-TO-WARD-ID             PIC X(4).
                       ADD 1 TO FAILED-COUNT
                       MOVE 'ROOM FULL - STILL OPEN'
                           TO REPORT-STATUS-WS
                   WHEN RA-NO-CLEAN-BED
                       ADD 1 TO FAILED-COUNT
                       MOVE 'BED NOT CLEANED - STILL OPEN'
                           TO REPORT-STATUS-WS
                   WHEN RA-ROOM-ISOLATED
                       ADD 1 TO FAILED-COUNT
                       MOVE 'ROOM ISOLATED - STILL OPEN'
                           TO REPORT-STATUS-WS
                   WHEN RA-ISOLATION-NEEDS-ROOM
                       ADD 1 TO FAILED-COUNT
                       MOVE 'ISOLATION, ROOM SHARED - OPEN'
                           TO REPORT-STATUS-WS
                   WHEN RA-PATIENT-CONFLICT
                       ADD 1 TO FAILED-COUNT
                       MOVE 'PATIENT ALREADY ADMITTED'

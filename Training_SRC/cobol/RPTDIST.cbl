      * one report serves several desks (SUPLWARE's per-warehouse      *
      * sections, for instance).  Recipients are assigned to the       *
      * BUNDLE1-BUNDLE4 output files in the order they first appear    *
      * on the control file - the first four get a bundle each and     *
      * any further recipients (GLBUDRPT's department managers, for    *
      * instance) are dealt round the same four DDs, up to 200 in all. *
      * Every change of recipient within a bundle starts with a banner *
      * page naming who the following pages are for, every             *
      * selection is drawn from the business date's stored lines       *
      * with a keyed browse, and the distribution log shows what       *
      * went where - the mailroom stops splitting one big stack.       *
           05  RECIPIENT-FOUND-WS         PIC X(1).
               88  RECIPIENT-FOUND                VALUE 'Y'.
      *
      * RECIPIENT-TO-BUNDLE ASSIGNMENT, FIRST COME FIRST SERVED AND
      * DEALT ROUND THE FOUR BUNDLES.  EACH BUNDLE REMEMBERS WHOSE
      * PAGES IT IS CARRYING, SO A CHANGE OF RECIPIENT GETS A BANNER.
       01  RECIPIENT-TABLE-WS.
           05  RECIPIENT-COUNT            PIC 9(3) VALUE ZERO.
           05  RECIPIENT-ENTRY OCCURS 200.
               10  RC-RECIPIENT-CODE      PIC X(8).
               10  RC-BUNDLE-NO           PIC 9(1).
               10  RC-LINES-SENT          PIC 9(7).
       01  RECIPIENT-SUB                  PIC 9(3).
       01  BUNDLE-TABLE-WS.
           05  BUNDLE-CURRENT-RECIPIENT   PIC X(8) OCCURS 4
                                          VALUE SPACES.
       01  BUNDLE-WORK-WS.
           05  BUNDLE-SUB                 PIC 9(1).
           05  BUNDLE-QUOTIENT-WS         PIC 9(3).
           05  BUNDLE-REMAINDER-WS        PIC 9(1).
       01  DIST-WORK-WS.
           05  FROM-LINE-WS               PIC 9(6).
           05  TO-LINE-WS                 PIC 9(6).
               UNTIL RECIPIENT-SUB > RECIPIENT-COUNT
               OR RECIPIENT-FOUND.
           IF NOT RECIPIENT-FOUND
               IF RECIPIENT-COUNT >= 200
                   DISPLAY 'RPTDIST: MORE THAN 200 RECIPIENTS '
                       '- RUN STOPPED'
                   MOVE '500-ASSIGN-RECIPIENT-BUNDLE'
                      TO EL-PARAGRAPH
                   MOVE 'MORE RECIPIENTS THAN THE TABLE HOLDS'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               DIVIDE RECIPIENT-COUNT BY 4
                   GIVING BUNDLE-QUOTIENT-WS
                   REMAINDER BUNDLE-REMAINDER-WS
               ADD 1 TO RECIPIENT-COUNT
               MOVE RECIPIENT-COUNT TO RECIPIENT-SUB
               MOVE DC-RECIPIENT
                   TO RC-RECIPIENT-CODE(RECIPIENT-SUB)
               COMPUTE RC-BUNDLE-NO(RECIPIENT-SUB) =
                   BUNDLE-REMAINDER-WS + 1
               MOVE ZERO TO RC-LINES-SENT(RECIPIENT-SUB)
           END-IF.
           MOVE RC-BUNDLE-NO(RECIPIENT-SUB) TO BUNDLE-SUB.
           IF BUNDLE-CURRENT-RECIPIENT(BUNDLE-SUB) NOT = DC-RECIPIENT
               MOVE DC-RECIPIENT TO BN-RECIPIENT
               MOVE BANNER-LINE TO BUNDLE-LINE-WS
               PERFORM 550-WRITE-BUNDLE-LINE
               MOVE DC-RECIPIENT
                   TO BUNDLE-CURRENT-RECIPIENT(BUNDLE-SUB)
           END-IF.
      *
       505-MATCH-RECIPIENT.
      *
       550-WRITE-BUNDLE-LINE.
      *
           EVALUATE RC-BUNDLE-NO(RECIPIENT-SUB)
               WHEN 1
                   WRITE BUNDLE1-LINE FROM BUNDLE-LINE-WS
               WHEN 2

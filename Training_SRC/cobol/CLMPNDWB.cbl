       ID DIVISION.
       PROGRAM-ID. CLMPNDWB.
      *    CICS PENDED-CLAIM EXAMINER WORKBENCH
      *
      *    PSEUDO-CONVERSATIONAL, COMMAREA-DRIVEN, BMS MAP SEND/RECEIVE
      *    FRONT END OVER THE PENDCLM WORK QUEUE INSURCOB APPENDS TO,
      *    SO AN EXAMINER CAN WORK A PENDED CLAIM THE DAY IT PENDS
      *    INSTEAD OF PUNCHING A RELEASE CARD FOR THE NIGHTLY CLMPNDRL
      *    RUN.  THE QUEUE IS BROWSED BY PEND REASON AND MINIMUM AGE
      *    IN DAYS, EIGHT CLAIMS TO A PAGE (PF8 NEXT PAGE, PF7 FIRST
      *    PAGE).  AN 'S' BESIDE A LINE SHOWS THE HELD CLAIM IMAGE;
      *    THE EXAMINER MAY CORRECT THE BENEFIT-PERIOD DATE (EDITED
      *    THROUGH THE SHARED DTEVAL ROUTINE, AS CLAIMENT DOES) OR THE
      *    CLAIM AMOUNT AND THEN KEYS AN ACTION -
      *        R  RELEASE - THE CORRECTED CLAIM IS WRITTEN STRAIGHT
      *           BACK ONTO THE INDEXED CLAIMFILE FOR THE NEXT CYCLE
      *        D  DENY    - A DENIED IMAGE IS WRITTEN TO CLMHIST SO
      *           AN APPEAL CAN FIND IT, AND THE CASE RESERVE CLOSES
      *        P  RE-PEND - THE CLAIM STAYS QUEUED, RE-DATED TODAY,
      *           UNDER THE SAME OR A NEW PEND REASON
      *    THE PEND RECORD IS REWRITTEN IN PLACE WITH ITS NEW STATUS
      *    (CLMPNDRL DROPS WORKED RECORDS WHEN IT ROLLS THE QUEUE),
      *    THE CASE RESERVE FOLLOWS THE CLAIM THE WAY THE BATCH
      *    CLMRSVUP CALLERS MOVE IT, AND EVERY ACTION IS STAMPED IN
      *    SECAUDIT WITH THE OPERATOR ID THE SAME WAY CONTMNT DOES.
      *    THE OPERATOR'S ROLES ARE CHECKED THROUGH SECCHK AS THEY ARE
      *    ON THE OTHER SCREENS - INQUIRE TO SEE THE QUEUE, CHANGE TO
      *    RELEASE OR RE-PEND A CLAIM, DELETE TO DENY ONE.
      *    CLMPNDRL STAYS IN PLACE FOR RELEASE CARDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  W-FILTER-VALID-SW                PIC XX.
       01  W-ACTION-VALID-SW                PIC XX.
       01  W-PEND-QUALIFIES-SW              PIC X(1).
       01  W-UPDATE-OK-SW                   PIC X(1).
       01  WS-BROWSE-DONE-SW                PIC X(1).
       01  WS-RESP                          PIC S9(8) COMP.
      *    THE PENDCLM QUEUE IS AN ENTRY-SEQUENCED DATASET, SO IT IS
      *    BROWSED AND READ BY RELATIVE BYTE ADDRESS.
       01  WS-PEND-RBA                      PIC S9(8) COMP.
       01  WS-CLAIM-KEY.
           05  WS-CLAIM-KEY-POLICY-NO       PIC 9(7).
           05  WS-CLAIM-KEY-SEQ-NO          PIC 9(2).
       01  WS-HIST-KEY.
           05  WS-HIST-KEY-POLICY-NO        PIC 9(7).
           05  WS-HIST-KEY-SEQ-NO           PIC 9(2).
           05  WS-HIST-KEY-DATE             PIC 9(8).

           COPY PENDCLM.
       01  CLAIM-RECORD-WS.
           COPY CLAIMREC.
           COPY CLMHIST.
           COPY CLMRSV.

       01  WS-TODAY-DATE                    PIC 9(8).
       01  WS-TODAY-INT                     PIC 9(9) COMP.
       01  W-PEND-AGE-DAYS                  PIC S9(9) COMP.
       01  W-LIST-COUNT                     PIC 9(2).
       01  W-SELECT-LINE                    PIC 9(2).
       01  W-NEW-FILTER-REASON              PIC X(1).
       01  W-NEW-FILTER-AGE                 PIC 9(3).
       01  W-NEW-BENEFIT-DATE               PIC X(8).
       01  W-NEW-CLAIM-AMOUNT               PIC X(9).
       01  W-NEW-PEND-REASON                PIC X(1).
       01  W-RESERVE-QUEUE                  PIC X(1).
       01  W-RESERVE-AMOUNT                 PIC 9(7)V99.
       01  W-REASON-TEXT                    PIC X(12).

       01  W-DTEVAL-DATE                    PIC X(8).
       01  W-DTEVAL-RETCD                   PIC S9(4).

      *    ONE SCREEN PAGE OF THE QUEUE, BUILT HERE AND MOVED TO THE
      *    MAP'S LIST LINES.
       01  WS-LIST-LINE.
           05  WS-LL-POLICY-NO              PIC 9(7).
           05  FILLER                       PIC X(2).
           05  WS-LL-SEQ-NO                 PIC 9(2).
           05  FILLER                       PIC X(2).
           05  WS-LL-REASON                 PIC X(1).
           05  FILLER                       PIC X(1).
           05  WS-LL-REASON-TEXT            PIC X(12).
           05  FILLER                       PIC X(2).
           05  WS-LL-AGE                    PIC ZZZ9.
           05  FILLER                       PIC X(2).
           05  WS-LL-CLAIM-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2).
           05  WS-LL-LAST-NAME              PIC X(15).
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY                PIC X(64) OCCURS 8.

      *    SECURITY AUDIT TRAIL - ONE RECORD PER ACTION, TIMESTAMPED
      *    THROUGH THE SHARED CURDTTM UTILITY.  THE NINE-BYTE CLAIM
      *    KEY DOES NOT FIT THE SIX-BYTE CUSTOMER KEY, SO IT LEADS
      *    THE BEFORE-INFO INSTEAD.
           COPY SECAUDIT.
           COPY SECCKCOB.
       01  WS-AUDIT-BEFORE.
           05  WS-AB-CLAIM-KEY              PIC X(9).
           05  WS-AB-CLAIM-AMOUNT           PIC 9(7)V99.
           05  WS-AB-PEND-REASON            PIC X(1).
           05  WS-AB-PEND-STATUS            PIC X(1).
       01  WS-AUDIT-AFTER.
           05  WS-AA-BENEFIT-DATE           PIC X(8).
           05  WS-AA-CLAIM-AMOUNT           PIC 9(7)V99.
           05  WS-AA-PEND-REASON            PIC X(1).
           05  WS-AA-PEND-STATUS            PIC X(1).
           05  FILLER                       PIC X(1).
       01  WS-CURDTTM-FIELDS.
           05  WS-UTC-OFFSET-MINUTES        PIC S9(4) COMP VALUE ZERO.
           05  WS-CURDTTM-DATE              PIC X(8).
           05  WS-CURDTTM-TIME              PIC X(8).
           05  WS-CURDTTM-STAMP             PIC X(30).
       01  WS-OPERATOR-ID                   PIC X(8).

       01  WS-COMM-AREA.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-FILTER-REASON          PIC X(1)  VALUE SPACES.
           05  W-COM-FILTER-AGE             PIC 9(3)  VALUE 0.
           05  W-COM-PAGE-START-RBA         PIC S9(8) COMP VALUE 0.
           05  W-COM-NEXT-PAGE-RBA          PIC S9(8) COMP VALUE 0.
           05  W-COM-LIST-END-SW            PIC X(1)  VALUE 'Y'.
           05  W-COM-LINE-COUNT             PIC 9(2)  VALUE 0.
           05  W-COM-LINE-RBA               PIC S9(8) COMP
                                            OCCURS 8.
           05  W-COM-SELECTED-RBA           PIC S9(8) COMP VALUE 0.
           05  W-COM-SELECTED-KEY           PIC X(9)  VALUE SPACES.

       COPY DFHAID.
       COPY PNDWMAP.

       01  MESSAGE-VALUES.
           05  ERR-MSG-BAD-KEY       PIC X(50)
                 VALUE 'INVALID KEY PRESSED.  PLEASE TRY AGAIN'.
           05  ERR-MSG-BAD-REASON    PIC X(50)
                 VALUE 'PEND REASON MUST BE B, L, M, A OR BLANK'.
           05  ERR-MSG-BAD-AGE       PIC X(50)
                 VALUE 'MINIMUM AGE MUST BE NUMERIC (999)'.
           05  ERR-MSG-NO-LINE       PIC X(50)
                 VALUE 'NO PENDED CLAIM ON THE SELECTED LINE'.
           05  ERR-MSG-NO-SELECTION  PIC X(50)
                 VALUE 'SELECT A CLAIM BEFORE KEYING AN ACTION'.
           05  ERR-MSG-BAD-ACTION    PIC X(50)
                 VALUE 'ACTION MUST BE R, D OR P'.
           05  ERR-MSG-BAD-DATE      PIC X(50)
                 VALUE 'BENEFIT PERIOD DATE INVALID - USE CCYYMMDD'.
           05  ERR-MSG-BAD-CLAIM     PIC X(50)
                 VALUE 'CLAIM AMOUNT MUST BE NUMERIC (999999999)'.
           05  ERR-MSG-BAD-NEW-RSN   PIC X(50)
                 VALUE 'NEW PEND REASON MUST BE B, L, M OR A'.
           05  ERR-MSG-RSN-NOT-PEND  PIC X(50)
                 VALUE 'NEW PEND REASON APPLIES TO RE-PEND ONLY'.
           05  ERR-MSG-WORKED        PIC X(50)
                 VALUE 'CLAIM IS NO LONGER PENDED - WORKED ELSEWHERE'.
           05  ERR-MSG-READ-FAILED   PIC X(50)
                 VALUE 'PENDED CLAIM READ FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-DUPLICATE     PIC X(50)
                 VALUE 'CLAIM KEY ALREADY ON CLAIM FILE - NOT RELEASED'.
           05  ERR-MSG-RELEASE-FAILED PIC X(50)
                 VALUE 'RELEASE FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-UPDATE-FAILED PIC X(50)
                 VALUE 'PENDED CLAIM UPDATE FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-HIST-FAILED   PIC X(50)
                 VALUE 'CLAIM DENIED - HISTORY RECORD NOT WRITTEN'.
           05  ERR-MSG-RSV-FAILED    PIC X(50)
                 VALUE 'ACTION APPLIED - CASE RESERVE NOT UPDATED'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  ERR-MSG-NO-PENDS      PIC X(50)
                 VALUE 'NO PENDED CLAIMS MATCH THE REASON AND AGE'.
           05  ERR-MSG-LAST-PAGE     PIC X(50)
                 VALUE 'NO MORE PENDED CLAIMS - PF7 FOR FIRST PAGE'.
           05  OK-MSG-MORE           PIC X(50)
                 VALUE 'MORE PENDED CLAIMS - PF8 FOR NEXT PAGE'.
           05  OK-MSG-SELECTED       PIC X(50)
                 VALUE 'FIX DATE/AMOUNT IF NEEDED, KEY ACTION R/D/P'.
           05  OK-MSG-RELEASED       PIC X(50)
                 VALUE 'CLAIM RELEASED TO CLAIM FILE'.
           05  OK-MSG-DENIED         PIC X(50)
                 VALUE 'CLAIM DENIED'.
           05  OK-MSG-REPENDED       PIC X(50)
                 VALUE 'CLAIM RE-PENDED'.

       01  END-OF-TRANS-MSG       PIC X(30)
                  VALUE 'APPLICATION ENDED'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-FILTER-REASON            PIC X(1).
           05  COM-FILTER-AGE               PIC 9(3).
           05  COM-PAGE-START-RBA           PIC S9(8) COMP.
           05  COM-NEXT-PAGE-RBA            PIC S9(8) COMP.
           05  COM-LIST-END-SW              PIC X(1).
           05  COM-LINE-COUNT               PIC 9(2).
           05  COM-LINE-RBA                 PIC S9(8) COMP
                                            OCCURS 8.
           05  COM-SELECTED-RBA             PIC S9(8) COMP.
           05  COM-SELECTED-KEY             PIC X(9).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           COMPUTE W-COM-TRAN-EXEC-COUNT = W-COM-TRAN-EXEC-COUNT + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   INITIALIZE WS-COMM-AREA
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHENTER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0100-PROCESS-REQUEST
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF7
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0110-FIRST-PAGE
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF8
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0120-NEXT-PAGE
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF3 OR DFHPF12 OR DFHCLEAR
                   PERFORM 0910-RETURN-FINAL
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   MOVE LOW-VALUES TO PNDWKO
                   MOVE ERR-MSG-BAD-KEY TO WMSG1O
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
           END-EVALUATE
           .

       0100-PROCESS-REQUEST.
      *    A CHANGED FILTER STARTS THE LIST OVER FROM THE TOP OF THE
      *    QUEUE.  OTHERWISE A KEYED ACTION IS APPLIED TO THE CLAIM
      *    ON DISPLAY, OR A SELECTED LINE BRINGS ITS CLAIM UP.  THE
      *    PAGE IS REBUILT EVERY TIME SO A WORKED CLAIM DROPS OFF.
           PERFORM 0400-RECEIVE-MAP.
           MOVE SPACES TO WMSG1O.
           PERFORM 0130-CHECK-INQUIRY.
           IF SC-ALLOWED
              PERFORM 0200-EDIT-FILTERS
              IF W-FILTER-VALID-SW = 'OK'
                 IF W-NEW-FILTER-REASON NOT = W-COM-FILTER-REASON
                    OR W-NEW-FILTER-AGE NOT = W-COM-FILTER-AGE
                    MOVE W-NEW-FILTER-REASON TO W-COM-FILTER-REASON
                    MOVE W-NEW-FILTER-AGE TO W-COM-FILTER-AGE
                    MOVE ZERO TO W-COM-PAGE-START-RBA
                    PERFORM 0250-CLEAR-SELECTION
                 ELSE
                    IF WACTI NOT = SPACES AND WACTI NOT = LOW-VALUES
                       PERFORM 0600-APPLY-ACTION
                    ELSE
                       PERFORM 0410-FIND-SELECTION
                       IF W-SELECT-LINE > ZERO
                          PERFORM 0550-SHOW-SELECTED-CLAIM
                       END-IF
                    END-IF
                 END-IF
              END-IF
              PERFORM 0500-BUILD-LIST
           END-IF
           .

       0110-FIRST-PAGE.
           MOVE LOW-VALUES TO PNDWKO
           MOVE SPACES TO WMSG1O
           PERFORM 0130-CHECK-INQUIRY
           IF SC-ALLOWED
              MOVE ZERO TO W-COM-PAGE-START-RBA
              PERFORM 0250-CLEAR-SELECTION
              PERFORM 0500-BUILD-LIST
           END-IF
           .

       0120-NEXT-PAGE.
           MOVE LOW-VALUES TO PNDWKO
           MOVE SPACES TO WMSG1O
           PERFORM 0130-CHECK-INQUIRY
           IF SC-ALLOWED
              IF W-COM-LIST-END-SW = 'Y'
                 MOVE ERR-MSG-LAST-PAGE TO WMSG1O
              ELSE
                 MOVE W-COM-NEXT-PAGE-RBA TO W-COM-PAGE-START-RBA
                 PERFORM 0250-CLEAR-SELECTION
              END-IF
              PERFORM 0500-BUILD-LIST
           END-IF
           .

       0130-CHECK-INQUIRY.
      *    THE QUEUE IS SHOWN ONLY TO AN OPERATOR WHOSE ROLES GRANT
      *    INQUIRY ON THE WORKBENCH.  A REFUSAL BLANKS THE PAGE AND
      *    DROPS ANY CLAIM ON DISPLAY.
           MOVE 'I' TO SC-FUNCTION
           MOVE SPACES TO SC-AUDIT-KEY
           MOVE 'PENDED CLAIM QUEUE' TO SC-AUDIT-INFO
           PERFORM 0150-CHECK-AUTHORITY
           IF SC-DENIED
              MOVE SPACES TO WS-LIST-TABLE
              MOVE ZERO TO W-COM-LINE-COUNT
              PERFORM 0250-CLEAR-SELECTION
              PERFORM 0520-MOVE-LIST-TO-MAP
              MOVE -1 TO WRSNL
           END-IF
           .

       0150-CHECK-AUTHORITY.
      *    THE OPERATOR'S ROLES MUST GRANT THE FUNCTION ON THIS
      *    TRANSACTION (SECCHK, OVER OPERSEC AND ROLEAUTH).  A
      *    REFUSAL IS ALREADY ON SECAUDIT WHEN SECCHK RETURNS; IF
      *    THE CHECK ITSELF CANNOT RUN THE FUNCTION IS REFUSED TOO.
           MOVE EIBTRNID TO SC-TRANSACTION
           EXEC CICS LINK PROGRAM('SECCHK')
               COMMAREA(SECCHK-PARMS-WS)
               LENGTH(LENGTH OF SECCHK-PARMS-WS)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SC-DENIED TO TRUE
           END-IF
           IF SC-DENIED
              MOVE ERR-MSG-NOT-AUTHORIZED TO WMSG1O
           END-IF
           .

       0200-EDIT-FILTERS.
      *    A FILTER FIELD THE EXAMINER DID NOT TOUCH COMES BACK
      *    EMPTY AND KEEPS THE FILTER ALREADY IN FORCE.
           MOVE 'OK' TO W-FILTER-VALID-SW.
           MOVE W-COM-FILTER-REASON TO W-NEW-FILTER-REASON.
           MOVE W-COM-FILTER-AGE TO W-NEW-FILTER-AGE.
           IF WRSNL > ZERO
              IF WRSNI = SPACE OR LOW-VALUE
                 MOVE SPACE TO W-NEW-FILTER-REASON
              ELSE
                 IF WRSNI = 'B' OR 'L' OR 'M' OR 'A'
                    MOVE WRSNI TO W-NEW-FILTER-REASON
                 ELSE
                    MOVE 'XX' TO W-FILTER-VALID-SW
                    MOVE ERR-MSG-BAD-REASON TO WMSG1O
                    MOVE -1 TO WRSNL
                 END-IF
              END-IF
           END-IF
           IF W-FILTER-VALID-SW = 'OK'
              AND WAGEL > ZERO
              IF WAGEI = SPACES OR LOW-VALUES
                 MOVE ZERO TO W-NEW-FILTER-AGE
              ELSE
                 IF WAGEI NUMERIC
                    MOVE WAGEI TO W-NEW-FILTER-AGE
                 ELSE
                    MOVE 'XX' TO W-FILTER-VALID-SW
                    MOVE ERR-MSG-BAD-AGE TO WMSG1O
                    MOVE -1 TO WAGEL
                 END-IF
              END-IF
           END-IF
           .

       0250-CLEAR-SELECTION.
           MOVE ZERO TO W-COM-SELECTED-RBA.
           MOVE SPACES TO W-COM-SELECTED-KEY.
           MOVE SPACES TO WPOLO, WSEQO, WNAMEO, WTYPEO, WPRSNO,
                WPDATO, WBDATO, WCAMTO, WACTO, WNRSNO.

       0300-SEND-ERASE.
           MOVE -1 TO WRSNL.
           EXEC CICS
             SEND MAP ('PNDWKI')
                 MAPSET('PNDWMAP')
                 MAPONLY
                 ERASE
           END-EXEC.

       0310-SEND-DATAONLY.
           EXEC CICS
             SEND MAP ('PNDWKI')
                 MAPSET('PNDWMAP')
                 FROM(PNDWKO)
                 DATAONLY
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('PNDWKI')
                   MAPSET('PNDWMAP')
                   INTO (PNDWKI)
           END-EXEC.

       0410-FIND-SELECTION.
      *    THE FIRST LINE MARKED WINS.
           MOVE ZERO TO W-SELECT-LINE
           EVALUATE TRUE
              WHEN WSEL1I NOT = SPACE AND WSEL1I NOT = LOW-VALUE
                 MOVE 1 TO W-SELECT-LINE
              WHEN WSEL2I NOT = SPACE AND WSEL2I NOT = LOW-VALUE
                 MOVE 2 TO W-SELECT-LINE
              WHEN WSEL3I NOT = SPACE AND WSEL3I NOT = LOW-VALUE
                 MOVE 3 TO W-SELECT-LINE
              WHEN WSEL4I NOT = SPACE AND WSEL4I NOT = LOW-VALUE
                 MOVE 4 TO W-SELECT-LINE
              WHEN WSEL5I NOT = SPACE AND WSEL5I NOT = LOW-VALUE
                 MOVE 5 TO W-SELECT-LINE
              WHEN WSEL6I NOT = SPACE AND WSEL6I NOT = LOW-VALUE
                 MOVE 6 TO W-SELECT-LINE
              WHEN WSEL7I NOT = SPACE AND WSEL7I NOT = LOW-VALUE
                 MOVE 7 TO W-SELECT-LINE
              WHEN WSEL8I NOT = SPACE AND WSEL8I NOT = LOW-VALUE
                 MOVE 8 TO W-SELECT-LINE
           END-EVALUATE
           IF W-SELECT-LINE > W-COM-LINE-COUNT
              MOVE ZERO TO W-SELECT-LINE
              MOVE ERR-MSG-NO-LINE TO WMSG1O
              MOVE -1 TO WSEL1L
           END-IF
           .

       0500-BUILD-LIST.
      *    BROWSE THE QUEUE FROM THE PAGE-START RBA, LISTING THE
      *    STILL-PENDED CLAIMS THAT PASS THE REASON AND AGE FILTERS.
      *    ONE MORE QUALIFYING CLAIM PAST A FULL PAGE MARKS WHERE
      *    PF8 PICKS UP.
           MOVE SPACES TO WS-LIST-TABLE
           MOVE ZERO TO W-LIST-COUNT
           MOVE 'Y' TO W-COM-LIST-END-SW
           MOVE 'N' TO WS-BROWSE-DONE-SW
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE W-COM-PAGE-START-RBA TO WS-PEND-RBA
           EXEC CICS
               STARTBR DATASET('PENDCLM')
                    RIDFLD(WS-PEND-RBA)
                    RBA
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 0510-BROWSE-NEXT-PEND
                 UNTIL WS-BROWSE-DONE-SW = 'Y'
              EXEC CICS
                  ENDBR DATASET('PENDCLM')
                       RESP(WS-RESP)
              END-EXEC
           END-IF
           MOVE W-LIST-COUNT TO W-COM-LINE-COUNT
           PERFORM 0520-MOVE-LIST-TO-MAP
           IF WMSG1O = SPACES
              IF W-LIST-COUNT = ZERO
                 MOVE ERR-MSG-NO-PENDS TO WMSG1O
              ELSE
                 IF W-COM-LIST-END-SW = 'N'
                    MOVE OK-MSG-MORE TO WMSG1O
                 END-IF
              END-IF
           END-IF
           .

       0510-BROWSE-NEXT-PEND.
           EXEC CICS
               READNEXT DATASET('PENDCLM')
                    INTO(PENDED-CLAIM-RECORD)
                    RIDFLD(WS-PEND-RBA)
                    RBA
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
              PERFORM 0530-CHECK-FILTERS
              IF W-PEND-QUALIFIES-SW = 'Y'
                 IF W-LIST-COUNT < 8
                    ADD 1 TO W-LIST-COUNT
                    MOVE WS-PEND-RBA TO W-COM-LINE-RBA(W-LIST-COUNT)
                    PERFORM 0540-FORMAT-LIST-LINE
                 ELSE
                    MOVE WS-PEND-RBA TO W-COM-NEXT-PAGE-RBA
                    MOVE 'N' TO W-COM-LIST-END-SW
                    MOVE 'Y' TO WS-BROWSE-DONE-SW
                 END-IF
              END-IF
           END-IF.

       0520-MOVE-LIST-TO-MAP.
           MOVE W-COM-FILTER-REASON TO WRSNO.
           MOVE W-COM-FILTER-AGE    TO WAGEO.
           MOVE WS-LIST-ENTRY(1) TO WLIN1O.
           MOVE WS-LIST-ENTRY(2) TO WLIN2O.
           MOVE WS-LIST-ENTRY(3) TO WLIN3O.
           MOVE WS-LIST-ENTRY(4) TO WLIN4O.
           MOVE WS-LIST-ENTRY(5) TO WLIN5O.
           MOVE WS-LIST-ENTRY(6) TO WLIN6O.
           MOVE WS-LIST-ENTRY(7) TO WLIN7O.
           MOVE WS-LIST-ENTRY(8) TO WLIN8O.
           MOVE SPACES TO WSEL1O, WSEL2O, WSEL3O, WSEL4O,
                WSEL5O, WSEL6O, WSEL7O, WSEL8O.

       0530-CHECK-FILTERS.
      *    AGE IS COUNTED THE WAY CLMPNDRP AGES THE QUEUE.
           MOVE 'N' TO W-PEND-QUALIFIES-SW
           IF PD-PENDED
              AND (W-COM-FILTER-REASON = SPACE
                   OR W-COM-FILTER-REASON = PD-PEND-REASON)
              COMPUTE W-PEND-AGE-DAYS = WS-TODAY-INT
                  - FUNCTION INTEGER-OF-DATE(PD-PEND-DATE)
              IF W-PEND-AGE-DAYS < ZERO
                 MOVE ZERO TO W-PEND-AGE-DAYS
              END-IF
              IF W-PEND-AGE-DAYS >= W-COM-FILTER-AGE
                 MOVE 'Y' TO W-PEND-QUALIFIES-SW
              END-IF
           END-IF
           .

       0540-FORMAT-LIST-LINE.
           MOVE PD-CLAIM-IMAGE TO CLAIM-RECORD-WS
           MOVE SPACES TO WS-LIST-LINE
           MOVE PD-POLICY-NO TO WS-LL-POLICY-NO
           MOVE PD-CLAIM-SEQ-NO TO WS-LL-SEQ-NO
           MOVE PD-PEND-REASON TO WS-LL-REASON
           PERFORM 0545-SET-REASON-TEXT
           MOVE W-REASON-TEXT TO WS-LL-REASON-TEXT
           MOVE W-PEND-AGE-DAYS TO WS-LL-AGE
           MOVE CLAIM-AMOUNT TO WS-LL-CLAIM-AMOUNT
           MOVE INSURED-LAST-NAME TO WS-LL-LAST-NAME
           MOVE WS-LIST-LINE TO WS-LIST-ENTRY(W-LIST-COUNT)
           .

       0545-SET-REASON-TEXT.
           EVALUATE TRUE
              WHEN PD-BENEFIT-LAPSED
                 MOVE 'BENEFIT LAPS' TO W-REASON-TEXT
              WHEN PD-PREMIUM-LAPSED
                 MOVE 'PREMIUM LAPS' TO W-REASON-TEXT
              WHEN PD-OVER-MAXIMUM
                 MOVE 'OVER MAXIMUM' TO W-REASON-TEXT
              WHEN PD-NO-PRIOR-AUTH
                 MOVE 'NO PRIOR AUT' TO W-REASON-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN' TO W-REASON-TEXT
           END-EVALUATE
           .

       0550-SHOW-SELECTED-CLAIM.
      *    THE SELECTED CLAIM IS RE-READ SO THE DETAIL SHOWS IT AS IT
      *    STANDS NOW, NOT AS IT WAS WHEN THE PAGE WAS BUILT.
           MOVE W-COM-LINE-RBA(W-SELECT-LINE) TO WS-PEND-RBA
           EXEC CICS
               READ DATASET('PENDCLM')
                    INTO(PENDED-CLAIM-RECORD)
                    RIDFLD(WS-PEND-RBA)
                    RBA
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND PD-PENDED
              MOVE WS-PEND-RBA TO W-COM-SELECTED-RBA
              MOVE PD-PEND-KEY TO W-COM-SELECTED-KEY
              MOVE PD-CLAIM-IMAGE TO CLAIM-RECORD-WS
              MOVE PD-POLICY-NO TO WPOLO
              MOVE PD-CLAIM-SEQ-NO TO WSEQO
              MOVE SPACES TO WNAMEO
              MOVE INSURED-LAST-NAME TO WNAMEO(1:15)
              MOVE INSURED-FIRST-NAME TO WNAMEO(17:10)
              MOVE POLICY-TYPE TO WTYPEO
              MOVE PD-PEND-REASON TO WPRSNO
              MOVE PD-PEND-DATE TO WPDATO
              MOVE POLICY-BENEFIT-DATE-X TO WBDATO
              MOVE CLAIM-AMOUNT(1:9) TO WCAMTO
              MOVE SPACES TO WACTO, WNRSNO
              MOVE OK-MSG-SELECTED TO WMSG1O
              MOVE -1 TO WBDATL
           ELSE
              PERFORM 0250-CLEAR-SELECTION
              MOVE ERR-MSG-WORKED TO WMSG1O
           END-IF
           .

       0600-APPLY-ACTION.
      *    THE PEND RECORD IS READ FOR UPDATE AND CHECKED STILL
      *    PENDED UNDER THE SAME CLAIM KEY, SO TWO EXAMINERS CANNOT
      *    BOTH WORK THE SAME CLAIM.
           PERFORM 0610-EDIT-ACTION
           IF W-ACTION-VALID-SW = 'OK'
              PERFORM 0605-CHECK-ACTION-AUTHORITY
              IF SC-DENIED
                 MOVE -1 TO WACTL
              END-IF
           END-IF
           IF W-ACTION-VALID-SW = 'OK'
              AND SC-ALLOWED
              MOVE W-COM-SELECTED-RBA TO WS-PEND-RBA
              EXEC CICS
                  READ DATASET('PENDCLM')
                       INTO(PENDED-CLAIM-RECORD)
                       RIDFLD(WS-PEND-RBA)
                       RBA
                       UPDATE
                       RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE ERR-MSG-READ-FAILED TO WMSG1O
              ELSE
                 IF NOT PD-PENDED
                    OR PD-PEND-KEY NOT = W-COM-SELECTED-KEY
                    EXEC CICS
                        UNLOCK DATASET('PENDCLM')
                    END-EXEC
                    PERFORM 0250-CLEAR-SELECTION
                    MOVE ERR-MSG-WORKED TO WMSG1O
                 ELSE
                    PERFORM 0620-APPLY-CORRECTIONS
                    EVALUATE WACTI
                       WHEN 'R'
                          PERFORM 0630-RELEASE-CLAIM
                       WHEN 'D'
                          PERFORM 0640-DENY-CLAIM
                       WHEN 'P'
                          PERFORM 0650-REPEND-CLAIM
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           .

       0605-CHECK-ACTION-AUTHORITY.
      *    RELEASE AND RE-PEND CHANGE THE CLAIM; A DENIAL TAKES IT
      *    OFF THE QUEUE FOR GOOD, SO IT NEEDS THE DELETE GRANT.
           IF WACTI = 'D'
              MOVE 'D' TO SC-FUNCTION
           ELSE
              MOVE 'C' TO SC-FUNCTION
           END-IF
           MOVE SPACES TO SC-AUDIT-KEY, SC-AUDIT-INFO
           STRING 'CLAIM ' W-COM-SELECTED-KEY ' ' WACTI
              DELIMITED BY SIZE INTO SC-AUDIT-INFO
           END-STRING
           PERFORM 0150-CHECK-AUTHORITY
           .

       0610-EDIT-ACTION.
      *    A DATE, AMOUNT OR REASON FIELD LEFT UNTOUCHED KEEPS THE
      *    VALUE THE CLAIM WAS PENDED WITH.
           MOVE 'OK' TO W-ACTION-VALID-SW.
           MOVE SPACES TO W-NEW-BENEFIT-DATE, W-NEW-CLAIM-AMOUNT,
                W-NEW-PEND-REASON.
           IF W-COM-SELECTED-KEY = SPACES
              MOVE 'XX' TO W-ACTION-VALID-SW
              MOVE ERR-MSG-NO-SELECTION TO WMSG1O
              MOVE -1 TO WSEL1L
           END-IF
           IF W-ACTION-VALID-SW = 'OK'
              AND WACTI NOT = 'R' AND WACTI NOT = 'D'
              AND WACTI NOT = 'P'
              MOVE 'XX' TO W-ACTION-VALID-SW
              MOVE ERR-MSG-BAD-ACTION TO WMSG1O
              MOVE -1 TO WACTL
           END-IF
           IF W-ACTION-VALID-SW = 'OK'
              AND WBDATL > ZERO
              AND WBDATI NOT = SPACES AND WBDATI NOT = LOW-VALUES
              PERFORM 0615-EDIT-BENEFIT-DATE
           END-IF
           IF W-ACTION-VALID-SW = 'OK'
              AND WCAMTL > ZERO
              AND WCAMTI NOT = SPACES AND WCAMTI NOT = LOW-VALUES
              IF WCAMTI NUMERIC
                 MOVE WCAMTI TO W-NEW-CLAIM-AMOUNT
              ELSE
                 MOVE 'XX' TO W-ACTION-VALID-SW
                 MOVE ERR-MSG-BAD-CLAIM TO WMSG1O
                 MOVE -1 TO WCAMTL
              END-IF
           END-IF
           IF W-ACTION-VALID-SW = 'OK'
              AND WNRSNL > ZERO
              AND WNRSNI NOT = SPACE AND WNRSNI NOT = LOW-VALUE
              IF WACTI NOT = 'P'
                 MOVE 'XX' TO W-ACTION-VALID-SW
                 MOVE ERR-MSG-RSN-NOT-PEND TO WMSG1O
                 MOVE -1 TO WNRSNL
              ELSE
                 IF WNRSNI = 'B' OR 'L' OR 'M' OR 'A'
                    MOVE WNRSNI TO W-NEW-PEND-REASON
                 ELSE
                    MOVE 'XX' TO W-ACTION-VALID-SW
                    MOVE ERR-MSG-BAD-NEW-RSN TO WMSG1O
                    MOVE -1 TO WNRSNL
                 END-IF
              END-IF
           END-IF
           .

       0615-EDIT-BENEFIT-DATE.
      *    THE SCREEN TAKES CCYYMMDD, THE ORDER THE CLAIM RECORD
      *    CARRIES; DTEVAL EXPECTS MMDDCCYY, SO THE FIELD IS
      *    RE-ORDERED FOR THE CALL THE SAME WAY CLAIMENT DOES.
           IF WBDATI NUMERIC
              MOVE WBDATI(5:2) TO W-DTEVAL-DATE(1:2)
              MOVE WBDATI(7:2) TO W-DTEVAL-DATE(3:2)
              MOVE WBDATI(1:4) TO W-DTEVAL-DATE(5:4)
              CALL 'DTEVAL' USING W-DTEVAL-DATE, W-DTEVAL-RETCD
              IF W-DTEVAL-RETCD = 0
                 MOVE WBDATI TO W-NEW-BENEFIT-DATE
              ELSE
                 MOVE 'XX' TO W-ACTION-VALID-SW
                 MOVE ERR-MSG-BAD-DATE TO WMSG1O
                 MOVE -1 TO WBDATL
              END-IF
           ELSE
              MOVE 'XX' TO W-ACTION-VALID-SW
              MOVE ERR-MSG-BAD-DATE TO WMSG1O
              MOVE -1 TO WBDATL
           END-IF
           .

       0620-APPLY-CORRECTIONS.
      *    THE BEFORE IMAGE IS TAKEN FOR THE AUDIT TRAIL, THEN THE
      *    EXAMINER'S CORRECTIONS ARE LAID ON THE HELD CLAIM.
           MOVE PD-CLAIM-IMAGE TO CLAIM-RECORD-WS
           MOVE PD-PEND-KEY TO WS-AB-CLAIM-KEY, WS-CLAIM-KEY
           MOVE CLAIM-AMOUNT TO WS-AB-CLAIM-AMOUNT
           MOVE PD-PEND-REASON TO WS-AB-PEND-REASON
           MOVE PD-STATUS TO WS-AB-PEND-STATUS
           IF W-NEW-BENEFIT-DATE NOT = SPACES
              MOVE W-NEW-BENEFIT-DATE TO POLICY-BENEFIT-DATE-X
           END-IF
           IF W-NEW-CLAIM-AMOUNT NOT = SPACES
              MOVE W-NEW-CLAIM-AMOUNT TO CLAIM-AMOUNT(1:9)
           END-IF
           MOVE CLAIM-RECORD-WS TO PD-CLAIM-IMAGE
           .

       0630-RELEASE-CLAIM.
      *    THE CLAIM GOES BACK ON THE CLAIM FILE FIRST; A DUPLICATE
      *    KEY MEANS A CLAIM WITH THAT POLICY AND SEQUENCE IS ALREADY
      *    IN FLIGHT AND THE PEND IS LEFT ALONE, AS CLMPNDRL DOES.
      *    IF THE PEND CANNOT THEN BE MARKED RELEASED, THE CLAIM
      *    WRITE IS BACKED OUT SO THE CLAIM IS NOT RELEASED TWICE.
           EXEC CICS
               WRITE DATASET('CLAIMS')
                    FROM(CLAIM-RECORD-WS)
                    RIDFLD(WS-CLAIM-KEY)
                    KEYLENGTH(9)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET PD-RELEASED TO TRUE
                 PERFORM 0660-REWRITE-PEND
                 IF W-UPDATE-OK-SW = 'Y'
                    MOVE OK-MSG-RELEASED TO WMSG1O
                    MOVE 'R' TO W-RESERVE-QUEUE
                    PERFORM 0700-ADJUST-CASE-RESERVE
                    PERFORM 0800-WRITE-AUDIT-RECORD
                    PERFORM 0250-CLEAR-SELECTION
                 ELSE
                    EXEC CICS
                        SYNCPOINT ROLLBACK
                    END-EXEC
                    MOVE ERR-MSG-RELEASE-FAILED TO WMSG1O
                 END-IF
              WHEN DFHRESP(DUPREC)
                 EXEC CICS
                     UNLOCK DATASET('PENDCLM')
                 END-EXEC
                 MOVE ERR-MSG-DUPLICATE TO WMSG1O
              WHEN OTHER
                 EXEC CICS
                     UNLOCK DATASET('PENDCLM')
                 END-EXEC
                 MOVE ERR-MSG-RELEASE-FAILED TO WMSG1O
           END-EVALUATE
           .

       0640-DENY-CLAIM.
           SET PD-DENIED TO TRUE
           PERFORM 0660-REWRITE-PEND
           IF W-UPDATE-OK-SW = 'Y'
              MOVE OK-MSG-DENIED TO WMSG1O
              PERFORM 0670-WRITE-DENIED-HISTORY
              PERFORM 0710-CLOSE-CASE-RESERVE
              PERFORM 0800-WRITE-AUDIT-RECORD
              PERFORM 0250-CLEAR-SELECTION
           ELSE
              MOVE ERR-MSG-UPDATE-FAILED TO WMSG1O
           END-IF
           .

       0650-REPEND-CLAIM.
      *    A RE-PENDED CLAIM AGES FROM TODAY.
           IF W-NEW-PEND-REASON NOT = SPACE
              MOVE W-NEW-PEND-REASON TO PD-PEND-REASON
           END-IF
           MOVE WS-TODAY-DATE TO PD-PEND-DATE
           PERFORM 0660-REWRITE-PEND
           IF W-UPDATE-OK-SW = 'Y'
              MOVE OK-MSG-REPENDED TO WMSG1O
              MOVE 'P' TO W-RESERVE-QUEUE
              PERFORM 0700-ADJUST-CASE-RESERVE
              PERFORM 0800-WRITE-AUDIT-RECORD
              PERFORM 0250-CLEAR-SELECTION
           ELSE
              MOVE ERR-MSG-UPDATE-FAILED TO WMSG1O
           END-IF
           .

       0660-REWRITE-PEND.
           EXEC CICS
               REWRITE DATASET('PENDCLM')
                    FROM(PENDED-CLAIM-RECORD)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO W-UPDATE-OK-SW
           ELSE
              MOVE 'N' TO W-UPDATE-OK-SW
           END-IF
           .

       0670-WRITE-DENIED-HISTORY.
      *    THE DENIAL IS HISTORY UNDER TODAY'S PROCESS DATE, SO THE
      *    APPEAL SET-UP FINDS THE DENIED IMAGE THE WAY IT DOES FOR
      *    A BATCH DENIAL.  A HISTORY ROW ALREADY THERE FOR TODAY IS
      *    THE CYCLE'S EXCEPTION ENTRY FOR THE SAME CLAIM, AND THE
      *    DENIAL REPLACES IT AS THE DAY'S FINAL DISPOSITION.
           MOVE SPACES TO CLAIM-HISTORY-RECORD
           MOVE PD-POLICY-NO TO CH-POLICY-NO, WS-HIST-KEY-POLICY-NO
           MOVE PD-CLAIM-SEQ-NO TO CH-CLAIM-SEQ-NO, WS-HIST-KEY-SEQ-NO
           MOVE WS-TODAY-DATE TO CH-PROCESS-DATE, WS-HIST-KEY-DATE
           SET CH-DENIED TO TRUE
           MOVE CLAIM-RECORD-WS TO CH-CLAIM-IMAGE
           EXEC CICS
               WRITE DATASET('CLMHIST')
                    FROM(CLAIM-HISTORY-RECORD)
                    RIDFLD(WS-HIST-KEY)
                    KEYLENGTH(17)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
              EXEC CICS
                  READ DATASET('CLMHIST')
                       INTO(CLAIM-HISTORY-RECORD)
                       RIDFLD(WS-HIST-KEY)
                       KEYLENGTH(17)
                       UPDATE
                       RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET CH-DENIED TO TRUE
                 MOVE CLAIM-RECORD-WS TO CH-CLAIM-IMAGE
                 EXEC CICS
                     REWRITE DATASET('CLMHIST')
                          FROM(CLAIM-HISTORY-RECORD)
                          RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE ERR-MSG-HIST-FAILED TO WMSG1O
           END-IF
           .

       0700-ADJUST-CASE-RESERVE.
      *    A RELEASED OR RE-PENDED CLAIM STAYS RESERVED, AT THE
      *    EXAMINER'S CORRECTED AMOUNT AND IN ITS NEW QUEUE.  NO
      *    RESERVE ON FILE, OR ONE ALREADY CLOSED, IS LEFT ALONE -
      *    THE SAME RULE CLMRSVUP APPLIES FOR THE BATCH CALLERS.
           MOVE CLAIM-AMOUNT TO W-RESERVE-AMOUNT
           EXEC CICS
               READ DATASET('CLMRSV')
                    INTO(CLAIM-RESERVE-RECORD)
                    RIDFLD(WS-CLAIM-KEY)
                    KEYLENGTH(9)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF CV-CLOSED
                 EXEC CICS
                     UNLOCK DATASET('CLMRSV')
                 END-EXEC
              ELSE
                 PERFORM 0720-MOVE-RESERVE
                 MOVE W-RESERVE-QUEUE TO CV-QUEUE
                 MOVE WS-TODAY-DATE TO CV-LAST-CHANGE-DATE
                 EXEC CICS
                     REWRITE DATASET('CLMRSV')
                          FROM(CLAIM-RESERVE-RECORD)
                          RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE ERR-MSG-RSV-FAILED TO WMSG1O
                 END-IF
              END-IF
           END-IF
           .

       0710-CLOSE-CASE-RESERVE.
      *    A DENIAL RELEASES THE WHOLE RESERVE AND CLOSES IT.
           EXEC CICS
               READ DATASET('CLMRSV')
                    INTO(CLAIM-RESERVE-RECORD)
                    RIDFLD(WS-CLAIM-KEY)
                    KEYLENGTH(9)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF CV-CLOSED
                 EXEC CICS
                     UNLOCK DATASET('CLMRSV')
                 END-EXEC
              ELSE
                 ADD CV-RESERVE-AMOUNT TO CV-RELEASED-MTD
                 MOVE ZERO TO CV-RESERVE-AMOUNT
                 SET CV-CLOSED TO TRUE
                 MOVE 'D' TO CV-CLOSE-REASON
                 MOVE WS-TODAY-DATE TO CV-CLOSE-DATE
                 MOVE WS-TODAY-DATE TO CV-LAST-CHANGE-DATE
                 EXEC CICS
                     REWRITE DATASET('CLMRSV')
                          FROM(CLAIM-RESERVE-RECORD)
                          RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE ERR-MSG-RSV-FAILED TO WMSG1O
                 END-IF
              END-IF
           END-IF
           .

       0720-MOVE-RESERVE.
      *    AN INCREASE IS AN ADDITION AND A DECREASE A RELEASE, SO
      *    MONTH-OPEN PLUS ADDED LESS RELEASED ALWAYS EQUALS THE
      *    RESERVE HELD.
           IF W-RESERVE-AMOUNT > CV-RESERVE-AMOUNT
              COMPUTE CV-ADDED-MTD = CV-ADDED-MTD
                  + W-RESERVE-AMOUNT - CV-RESERVE-AMOUNT
           ELSE
              COMPUTE CV-RELEASED-MTD = CV-RELEASED-MTD
                  + CV-RESERVE-AMOUNT - W-RESERVE-AMOUNT
           END-IF
           MOVE W-RESERVE-AMOUNT TO CV-RESERVE-AMOUNT
           .

       0800-WRITE-AUDIT-RECORD.
      *    WHO, FROM WHERE, DID WHAT TO WHICH CLAIM - THE CLAIM KEY,
      *    AMOUNT, PEND REASON AND STATUS BEFORE; THE BENEFIT DATE,
      *    AMOUNT, PEND REASON AND STATUS AFTER.  AN AUDIT-WRITE
      *    FAILURE IS REPORTED ON THE MESSAGE LINE BUT THE ACTION
      *    ITSELF STANDS.
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE POLICY-BENEFIT-DATE-X TO WS-AA-BENEFIT-DATE
           MOVE CLAIM-AMOUNT TO WS-AA-CLAIM-AMOUNT
           MOVE PD-PEND-REASON TO WS-AA-PEND-REASON
           MOVE PD-STATUS TO WS-AA-PEND-STATUS
           CALL 'CURDTTM' USING WS-UTC-OFFSET-MINUTES,
                WS-CURDTTM-DATE, WS-CURDTTM-TIME, WS-CURDTTM-STAMP.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           MOVE WS-CURDTTM-DATE  TO SA-AUDIT-DATE.
           MOVE WS-CURDTTM-TIME  TO SA-AUDIT-TIME.
           MOVE EIBTRMID         TO SA-TERMINAL-ID.
           MOVE WS-OPERATOR-ID   TO SA-OPERATOR-ID.
           MOVE EIBTRNID         TO SA-TRANSACTION.
           MOVE WACTI            TO SA-FUNCTION.
           MOVE SPACES           TO SA-CUSTOMER-KEY.
           MOVE WS-AUDIT-BEFORE  TO SA-BEFORE-INFO.
           MOVE WS-AUDIT-AFTER   TO SA-AFTER-INFO.
           MOVE SPACE            TO SA-OUTCOME.
           EXEC CICS
               WRITE DATASET('SECAUDIT')
                    FROM(SECURITY-AUDIT-RECORD)
                    RIDFLD(SA-AUDIT-KEY)
                    KEYLENGTH(20)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ACTION APPLIED - AUDIT WRITE FAILED' TO WMSG1O
           END-IF
           .

       0900-RETURN-PSEUDO.
           EXEC CICS
               RETURN TRANSID('CLMW')
               COMMAREA(WS-COMM-AREA)
           END-EXEC.

       0910-RETURN-FINAL.
           EXEC CICS SEND TEXT FROM (END-OF-TRANS-MSG)
              ERASE
              FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

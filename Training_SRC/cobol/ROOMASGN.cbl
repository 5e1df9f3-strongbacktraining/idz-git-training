      * transfer log record is written for the census trail - no more  *
      * patients discharged into thin air when the second call hits    *
      * a full room.                                                   *
      *                                                                *
      * A freed bed is not a ready bed.  With the BEDCLEAN file        *
      * present, a discharge or transfer marks the bed it leaves as    *
      * awaiting cleaning, and a 'C' BED-CLEANED call - posted from    *
      * housekeeping's transactions by HSKPCLN - marks it clean,       *
      * logs the discharge-to-clean time to CLEANLOG and only then     *
      * places a waitlisted patient into it.  Assignments count clean  *
      * free beds only; a room whose free beds are all still dirty     *
      * comes back RA-NO-CLEAN-BED rather than RA-ROOM-FULL.           *
      *                                                                *
      * Every admission (waitlist placements included), discharge      *
      * and transfer it commits is also written to the ADTEVENT feed   *
      * with the patient's PATMST demographics, for ADTDISP to send    *
      * on to the lab, pharmacy and dietary systems.  The feed is      *
      * optional and a failed event write never undoes a bed move.     *
      *                                                                *
      * A patient on contact, airborne or droplet isolation (the       *
      * PATMST isolation type) may not share a room.  With the ROOMISO *
      * file present, such a patient only goes into an empty room,     *
      * the room is flagged while they are in it, and a flagged room   *
      * takes nobody else - RA-ROOM-ISOLATED - and is full to the      *
      * waitlist.  The flag clears once the patient has left and       *
      * housekeeping has cleaned the room.  An 'I' call (from PATMNT)  *
      * carries an isolation change to a patient already in a bed.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMASGN.
               ASSIGN TO UT-S-TRANSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSLOG-ST.
           SELECT BED-CLEAN-FILE
               ASSIGN TO UT-S-BEDCLEAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-CLEAN-KEY
               FILE STATUS IS BEDCLEAN-ST.
           SELECT CLEAN-LOG-FILE
               ASSIGN TO UT-S-CLEANLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLEANLOG-ST.
           SELECT ADT-EVENT-FILE
               ASSIGN TO UT-S-ADTEVENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADTEVENT-ST.
           SELECT ROOM-ISO-FILE
               ASSIGN TO UT-S-ROOMISO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-ROOM-KEY
               FILE STATUS IS ROOMISO-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-OCC-FILE
      * MASTER KNOWS; THE NAME RECORDED ON THE ADMISSION COMES
      * FROM HERE, NOT FROM THE CALLER'S FREE TEXT.
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  TRANSFER-LOG-FILE
           05  TL-TRANSFER-DATE          PIC 9(8).
           05  TL-TRANSFER-TIME          PIC 9(6).
           05  FILLER                    PIC X(2).
      *
      * BED-CLEANING STATUS - FREE BEDS STILL AWAITING HOUSEKEEPING
      * COME OFF THE ROOM'S AVAILABLE BEDS.  OPTIONAL: ABSENT, A
      * DISCHARGED BED IS READY AT ONCE, AS BEFORE.
       FD  BED-CLEAN-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY BEDCLEAN.
      *
      * TURNAROUND LOG - ONE RECORD PER BED CLEANED.
       FD  CLEAN-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CLEANLOG.
      *
      * ADMIT/DISCHARGE/TRANSFER EVENT FEED FOR DOWNSTREAM SYSTEMS.
       FD  ADT-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ADTEVENT.
      *
      * ROOM ISOLATION FLAGS - A FLAGGED ROOM TAKES NOBODY ELSE.
      * OPTIONAL: ABSENT, NO ROOM IS EVER FLAGGED, AS BEFORE.
       FD  ROOM-ISO-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY ROOMISO.
       WORKING-STORAGE SECTION.
       01  ROOM-OCC-ST                   PIC X(2).
           88  ROOM-OCC-OK                        VALUE '00'.
       01  CLOSED-BEDS-WS                PIC S9(4) COMP.
       01  EFFECTIVE-BEDS-WS             PIC S9(4) COMP.
       01  CURRENT-DATE-TIME-WS          PIC X(14).
       01  BEDCLEAN-ST                   PIC X(2).
           88  BEDCLEAN-OK                        VALUE '00'.
           88  BEDCLEAN-NOTFND                    VALUE '23'.
       01  BEDCLEAN-AVAILABLE-WS         PIC X(1)  VALUE 'N'.
           88  BEDCLEAN-AVAILABLE                 VALUE 'Y'.
       01  CLEANLOG-ST                   PIC X(2).
           88  CLEANLOG-OK                        VALUE '00'.
       01  DIRTY-BEDS-WS                 PIC S9(4) COMP.
       01  DIRTY-SUB                     PIC 9(2).
       01  CLEAN-BED-FREE-WS             PIC X(1).
           88  CLEAN-BED-FREE                     VALUE 'Y'.
       01  ADTEVENT-ST                   PIC X(2).
           88  ADTEVENT-OK                        VALUE '00'.
       01  ADTEVENT-AVAILABLE-WS         PIC X(1)  VALUE 'N'.
           88  ADTEVENT-AVAILABLE                 VALUE 'Y'.
       01  ROOMISO-ST                    PIC X(2).
           88  ROOMISO-OK                         VALUE '00'.
           88  ROOMISO-NOTFND                     VALUE '23'.
       01  ROOMISO-AVAILABLE-WS          PIC X(1)  VALUE 'N'.
           88  ROOMISO-AVAILABLE                  VALUE 'Y'.
       01  ROOM-ISOLATED-WS              PIC X(1).
           88  ROOM-ISOLATED                      VALUE 'Y'.
      * ISOLATION TYPE OF THE PATIENT BEING PUT INTO A BED.
       01  PATIENT-ISOLATION-WS          PIC X(1).
      *
       LINKAGE SECTION.
       01  ROOMASGN-PARMS-LS.
      *        QUEUE THE PATIENT ON THE BED WAITLIST AFTER A
      *        ROOM-FULL REJECTION.
               88  RA-QUEUE-PATIENT              VALUE 'Q'.
      *        HOUSEKEEPING HAS CLEANED THE OLDEST DIRTY BED IN THE
      *        ROOM - IT IS READY FOR THE WAITLIST OR AN ADMISSION.
               88  RA-BED-CLEANED                VALUE 'C'.
      *        INFECTION CONTROL HAS CHANGED AN ADMITTED PATIENT'S
      *        ISOLATION TYPE - RA-ISOLATION-TYPE CARRIES THE NEW ONE.
               88  RA-CHANGE-ISOLATION           VALUE 'I'.
           05  RA-RETURN-CODE            PIC S9(4) COMP.
               88  RA-ASSIGNMENT-OK              VALUE 0.
               88  RA-ROOM-FULL                  VALUE 4.
               88  RA-FILE-ERROR                 VALUE 12.
               88  RA-PATIENT-CONFLICT           VALUE 16.
               88  RA-PATIENT-UNKNOWN            VALUE 20.
      *        THE ROOM HAS FREE BEDS BUT NONE CLEANED YET.
               88  RA-NO-CLEAN-BED               VALUE 24.
      *        A 'C' CALL FOR A ROOM WITH NO BED AWAITING CLEANING.
               88  RA-NO-DIRTY-BED               VALUE 28.
      *        THE ROOM IS UNDER ISOLATION - NOBODY ELSE GOES IN.
               88  RA-ROOM-ISOLATED              VALUE 32.
      *        AN ISOLATED PATIENT NEEDS A ROOM TO THEMSELVES.
               88  RA-ISOLATION-NEEDS-ROOM       VALUE 36.
           05  RA-PATIENT-ID             PIC X(8).
           05  RA-PATIENT-NAME           PIC X(25).
      *    TARGET ROOM FOR A 'T' TRANSFER CALL - RA-WARD-ID/RA-ROOM-ID
           05  RA-EQUIP-KEYWORD          PIC X(10).
           05  RA-QUEUE-PRIORITY         PIC 9(1).
           05  RA-PLACED-PATIENT-ID      PIC X(8).
      *    HOUSEKEEPING'S CLEAN TIMESTAMP ON A 'C' CALL - ZERO TAKES
      *    THE CURRENT DATE AND TIME.  ON A 'D' OR 'C' CALL
      *    RA-NUMBER-OF-BEDS MUST ALSO BE SUPPLIED SO WAITLIST
      *    PLACEMENT CAN SEE WHETHER A CLEAN BED IS FREE.
           05  RA-CLEAN-DATE             PIC 9(8).
           05  RA-CLEAN-TIME             PIC 9(6).
      *    THE NEW ISOLATION TYPE ON AN 'I' CALL; ON RETURN
      *    RA-WARD-ID/RA-ROOM-ID NAME THE ROOM THE PATIENT IS IN.
           05  RA-ISOLATION-TYPE         PIC X(1).
      *
       PROCEDURE DIVISION USING ROOMASGN-PARMS-LS.
      *
       000-MAIN.
      *
           PERFORM 100-OPEN-FILE.
           IF NOT RA-QUEUE-PATIENT AND NOT RA-CHANGE-ISOLATION
               PERFORM 200-READ-ROOM-OCCUPANCY
           END-IF.
           EVALUATE TRUE
                   PERFORM 500-TRANSFER-PATIENT
               WHEN RA-QUEUE-PATIENT
                   PERFORM 600-QUEUE-PATIENT
               WHEN RA-BED-CLEANED
                   PERFORM 700-CLEAN-BED
               WHEN RA-CHANGE-ISOLATION
                   PERFORM 750-CHANGE-ISOLATION
               WHEN OTHER
                   SET RA-INVALID-FUNCTION TO TRUE
           END-EVALUATE.
               MOVE 'Y' TO WAITLIST-AVAILABLE-WS
           END-IF.
           OPEN EXTEND PLACEMENT-LOG-FILE.
      *    SO IS THE BED-CLEANING FILE - WITHOUT IT A FREED BED IS
      *    READY THE MOMENT THE PATIENT LEAVES.
           OPEN I-O BED-CLEAN-FILE.
           IF BEDCLEAN-OK
               MOVE 'Y' TO BEDCLEAN-AVAILABLE-WS
           END-IF.
           OPEN I-O ROOM-ISO-FILE.
           IF ROOMISO-OK
               MOVE 'Y' TO ROOMISO-AVAILABLE-WS
           END-IF.
      *    AND THE ADT FEED - WITHOUT IT NOBODY DOWNSTREAM IS TOLD.
           OPEN EXTEND ADT-EVENT-FILE.
           IF ADTEVENT-OK
               MOVE 'Y' TO ADTEVENT-AVAILABLE-WS
           END-IF.
      *
       200-READ-ROOM-OCCUPANCY.
      *
           IF RA-PATIENT-UNKNOWN
               CONTINUE
           ELSE
           MOVE PT-ISOLATION-TYPE TO PATIENT-ISOLATION-WS
           PERFORM 345-GET-EFFECTIVE-BEDS
           PERFORM 347-GET-DIRTY-BEDS
           PERFORM 349-CHECK-ROOM-ISOLATION
           EVALUATE TRUE
               WHEN ROOM-ISOLATED
                   SET RA-ROOM-ISOLATED TO TRUE
               WHEN RO-CURRENT-OCCUPANCY >= EFFECTIVE-BEDS-WS
                   SET RA-ROOM-FULL TO TRUE
               WHEN RO-CURRENT-OCCUPANCY + DIRTY-BEDS-WS
                   >= EFFECTIVE-BEDS-WS
                   SET RA-NO-CLEAN-BED TO TRUE
               WHEN PATIENT-ISOLATION-WS NOT = SPACE
                   AND RO-CURRENT-OCCUPANCY > ZERO
                   SET RA-ISOLATION-NEEDS-ROOM TO TRUE
               WHEN OTHER
                   PERFORM 350-CHECK-NOT-ALREADY-ADMITTED
                   IF RA-PATIENT-CONFLICT
                       CONTINUE
                   ELSE
                       ADD 1 TO RO-CURRENT-OCCUPANCY
                       REWRITE ROOM-OCC-RECORD
                       IF ROOM-OCC-OK
                           PERFORM 360-RECORD-ADMISSION
                           IF RA-ASSIGNMENT-OK
                               AND PATIENT-ISOLATION-WS NOT = SPACE
                               PERFORM 367-SET-ROOM-ISOLATION
                           END-IF
                       ELSE
                           SET RA-FILE-ERROR TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           END-IF.
      *
       340-VALIDATE-PATIENT-ID.
           IF EFFECTIVE-BEDS-WS < ZERO
               MOVE ZERO TO EFFECTIVE-BEDS-WS
           END-IF.
      *
       347-GET-DIRTY-BEDS.
      *
      *    A FREE BED HOUSEKEEPING HAS NOT CLEANED SINCE ITS LAST
      *    PATIENT LEFT CANNOT TAKE THE NEXT ONE.  THE ROOM IS THE
      *    ONE WHOSE OCCUPANCY RECORD IS IN HAND.
           MOVE ZERO TO DIRTY-BEDS-WS.
           IF BEDCLEAN-AVAILABLE
               MOVE RO-WARD-ID TO BC-WARD-ID
               MOVE RO-ROOM-ID TO BC-ROOM-ID
               READ BED-CLEAN-FILE
               IF BEDCLEAN-OK
                   MOVE BC-BEDS-DIRTY TO DIRTY-BEDS-WS
               END-IF
           END-IF.
      *
       349-CHECK-ROOM-ISOLATION.
      *
      *    IS THE ROOM WHOSE OCCUPANCY RECORD IS IN HAND FLAGGED
      *    FOR ISOLATION - OCCUPIED OR STILL AWAITING ITS CLEAN?
           MOVE 'N' TO ROOM-ISOLATED-WS.
           IF ROOMISO-AVAILABLE
               MOVE RO-WARD-ID TO RI-WARD-ID
               MOVE RO-ROOM-ID TO RI-ROOM-ID
               READ ROOM-ISO-FILE
               IF ROOMISO-OK
                   MOVE 'Y' TO ROOM-ISOLATED-WS
               END-IF
           END-IF.
      *
       350-CHECK-NOT-ALREADY-ADMITTED.
      *
           MOVE CURRENT-DATE-TIME-WS(9:6) TO AD-ADMIT-TIME.
           SET AD-ADMITTED TO TRUE.
           MOVE ZERO TO AD-DISCHARGE-DATE.
           MOVE PATIENT-ISOLATION-WS TO AD-ISOLATION-TYPE.
      *    A RE-ADMISSION REUSES THE PATIENT'S OLD DISCHARGED RECORD.
           WRITE ADMISSION-RECORD.
           IF ADMIT-OK
                   SET RA-FILE-ERROR TO TRUE
               END-IF
           END-IF.
           IF RA-ASSIGNMENT-OK
               PERFORM 365-WRITE-ADMIT-EVENT
           END-IF.
      *
       365-WRITE-ADMIT-EVENT.
      *
      *    THE ADMISSION RECORD JUST WRITTEN SAYS WHO, WHERE AND
      *    WHEN - FOR A WAITLIST PLACEMENT AS MUCH AS AN 'A' CALL.
           MOVE SPACES TO ADT-EVENT-RECORD.
           SET AE-ADMIT TO TRUE.
           MOVE AD-PATIENT-ID  TO AE-PATIENT-ID.
           MOVE AD-WARD-ID     TO AE-TO-WARD-ID.
           MOVE AD-ROOM-ID     TO AE-TO-ROOM-ID.
           MOVE AD-ADMIT-DATE  TO AE-EVENT-DATE.
           MOVE AD-ADMIT-TIME  TO AE-EVENT-TIME.
           PERFORM 800-WRITE-ADT-EVENT.
      *
       367-SET-ROOM-ISOLATION.
      *
      *    THE ISOLATED PATIENT NOW IN AD-WARD-ID/AD-ROOM-ID HAS
      *    THE ROOM TO THEMSELVES UNTIL THEY LEAVE AND IT IS CLEANED.
           IF ROOMISO-AVAILABLE
               MOVE AD-WARD-ID TO RI-WARD-ID
               MOVE AD-ROOM-ID TO RI-ROOM-ID
               READ ROOM-ISO-FILE
               IF ROOMISO-OK OR ROOMISO-NOTFND
                   MOVE AD-WARD-ID           TO RI-WARD-ID
                   MOVE AD-ROOM-ID           TO RI-ROOM-ID
                   MOVE PATIENT-ISOLATION-WS TO RI-ISOLATION-TYPE
                   MOVE AD-PATIENT-ID        TO RI-PATIENT-ID
                   SET RI-PATIENT-IN-ROOM TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RI-SET-DATE
                   IF ROOMISO-NOTFND
                       WRITE ROOM-ISOLATION-RECORD
                   ELSE
                       REWRITE ROOM-ISOLATION-RECORD
                   END-IF
               END-IF
               IF NOT ROOMISO-OK
                   SET RA-FILE-ERROR TO TRUE
               END-IF
           END-IF.
      *
       400-DISCHARGE-PATIENT.
      *
               REWRITE ROOM-OCC-RECORD
               IF ROOM-OCC-OK
                   PERFORM 460-RECORD-DISCHARGE
                   IF RA-ASSIGNMENT-OK
                       PERFORM 469-RELEASE-ROOM-ISOLATION
                   END-IF
                   IF RA-ASSIGNMENT-OK AND BEDCLEAN-AVAILABLE
                       PERFORM 465-MARK-BED-DIRTY
                   END-IF
                   IF RA-ASSIGNMENT-OK AND WAITLIST-AVAILABLE
      *                A CLEAN FREE BED GOES TO THE QUEUE'S FIRST
      *                COMPATIBLE PATIENT, IN THE SAME UNIT OF
      *                WORK AS THE DISCHARGE.  THE BED JUST FREED
      *                WAITS FOR HOUSEKEEPING'S 'C' CALL.
                       PERFORM 468-CHECK-CLEAN-BED-FREE
                       IF CLEAN-BED-FREE
                           PERFORM 470-PLACE-FROM-WAITLIST
                       END-IF
                   END-IF
               ELSE
                   SET RA-FILE-ERROR TO TRUE
           REWRITE ADMISSION-RECORD.
           IF ADMIT-OK
               SET RA-ASSIGNMENT-OK TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CURRENT-DATE-TIME-WS
               MOVE SPACES TO ADT-EVENT-RECORD
               SET AE-DISCHARGE TO TRUE
               MOVE AD-PATIENT-ID  TO AE-PATIENT-ID
               MOVE AD-WARD-ID     TO AE-FROM-WARD-ID
               MOVE AD-ROOM-ID     TO AE-FROM-ROOM-ID
               MOVE CURRENT-DATE-TIME-WS(1:8) TO AE-EVENT-DATE
               MOVE CURRENT-DATE-TIME-WS(9:6) TO AE-EVENT-TIME
               PERFORM 800-WRITE-ADT-EVENT
           ELSE
               SET RA-FILE-ERROR TO TRUE
           END-IF.
      *
       465-MARK-BED-DIRTY.
      *
      *    THE BED RA-WARD-ID/RA-ROOM-ID HAS JUST GIVEN UP IS FREE
      *    BUT DIRTY UNTIL HOUSEKEEPING REPORTS IT CLEAN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-DATE-TIME-WS.
           MOVE RA-WARD-ID TO BC-WARD-ID.
           MOVE RA-ROOM-ID TO BC-ROOM-ID.
           READ BED-CLEAN-FILE.
           IF BEDCLEAN-NOTFND
               MOVE RA-WARD-ID TO BC-WARD-ID
               MOVE RA-ROOM-ID TO BC-ROOM-ID
               MOVE ZERO TO BC-BEDS-DIRTY, BC-LAST-CLEAN-DATE,
                            BC-LAST-CLEAN-TIME
               PERFORM 466-CLEAR-DIRTY-SLOT
                   VARYING DIRTY-SUB FROM 1 BY 1
                   UNTIL DIRTY-SUB > 8
           END-IF.
           IF BEDCLEAN-OK OR BEDCLEAN-NOTFND
               IF BC-BEDS-DIRTY < 99
                   ADD 1 TO BC-BEDS-DIRTY
               END-IF
               IF BC-BEDS-DIRTY <= 8
                   MOVE CURRENT-DATE-TIME-WS(1:8)
                       TO BC-DISCHARGE-DATE(BC-BEDS-DIRTY)
                   MOVE CURRENT-DATE-TIME-WS(9:6)
                       TO BC-DISCHARGE-TIME(BC-BEDS-DIRTY)
               END-IF
               IF BEDCLEAN-NOTFND
                   WRITE BED-CLEAN-RECORD
               ELSE
                   REWRITE BED-CLEAN-RECORD
               END-IF
           END-IF.
           IF NOT BEDCLEAN-OK
               SET RA-FILE-ERROR TO TRUE
           END-IF.
      *
       466-CLEAR-DIRTY-SLOT.
      *
           MOVE ZERO TO BC-DISCHARGE-DATE(DIRTY-SUB),
                        BC-DISCHARGE-TIME(DIRTY-SUB).
      *
       468-CHECK-CLEAN-BED-FREE.
      *
      *    WITHOUT THE BED-CLEANING FILE EVERY FREED BED IS READY,
      *    AS BEFORE.  WITH IT, PLACEMENT NEEDS A FREE BED THAT IS
      *    NEITHER CLOSED NOR STILL AWAITING HOUSEKEEPING.
           MOVE 'Y' TO CLEAN-BED-FREE-WS.
      *    AN ISOLATION ROOM IS FULL, WHATEVER ITS BEDS SAY.
           PERFORM 349-CHECK-ROOM-ISOLATION.
           IF ROOM-ISOLATED
               MOVE 'N' TO CLEAN-BED-FREE-WS
           END-IF.
           IF BEDCLEAN-AVAILABLE
               PERFORM 345-GET-EFFECTIVE-BEDS
               PERFORM 347-GET-DIRTY-BEDS
               IF RO-CURRENT-OCCUPANCY + DIRTY-BEDS-WS
                   >= EFFECTIVE-BEDS-WS
                   MOVE 'N' TO CLEAN-BED-FREE-WS
               END-IF
           END-IF.
      *
       469-RELEASE-ROOM-ISOLATION.
      *
      *    THE ISOLATED PATIENT HAS LEFT RA-WARD-ID/RA-ROOM-ID.  THE
      *    FLAG STAYS UNTIL HOUSEKEEPING HAS CLEANED THE ROOM; WITH
      *    NO BED-CLEANING FILE THERE IS NO SUCH STEP TO WAIT FOR.
           IF ROOMISO-AVAILABLE
               MOVE RA-WARD-ID TO RI-WARD-ID
               MOVE RA-ROOM-ID TO RI-ROOM-ID
               READ ROOM-ISO-FILE
               IF ROOMISO-OK AND RI-PATIENT-ID = RA-PATIENT-ID
                   IF BEDCLEAN-AVAILABLE
                       SET RI-AWAITING-CLEAN TO TRUE
                       REWRITE ROOM-ISOLATION-RECORD
                   ELSE
                       DELETE ROOM-ISO-FILE RECORD
                   END-IF
               END-IF
           END-IF.
      *
       470-PLACE-FROM-WAITLIST.
      *
                      AND (WL-EQUIP-KEYWORD = SPACES
                       OR RA-EQUIP-KEYWORD = SPACES
                       OR WL-EQUIP-KEYWORD = RA-EQUIP-KEYWORD)
                       PERFORM 477-GET-WAITER-ISOLATION
      *                AN ISOLATED PATIENT WAITS FOR AN EMPTY ROOM.
                       IF PATIENT-ISOLATION-WS = SPACE
                           OR RO-CURRENT-OCCUPANCY = ZERO
                           PERFORM 480-PLACE-WAITING-PATIENT
                       END-IF
                   END-IF
           END-READ.
      *
       477-GET-WAITER-ISOLATION.
      *
           MOVE SPACE TO PATIENT-ISOLATION-WS.
           MOVE WL-PATIENT-ID TO PT-PATIENT-ID.
           READ PATIENT-FILE.
           IF PATIENT-OK
               MOVE PT-ISOLATION-TYPE TO PATIENT-ISOLATION-WS
           END-IF.
      *
       480-PLACE-WAITING-PATIENT.
      *
               SET AD-ADMITTED TO TRUE
               MOVE ZERO TO AD-DISCHARGE-DATE
               MOVE SPACES TO AD-BILLED-FLAG
               MOVE PATIENT-ISOLATION-WS TO AD-ISOLATION-TYPE
               WRITE ADMISSION-RECORD
               IF NOT ADMIT-OK
                   REWRITE ADMISSION-RECORD
                   IF PLACELOG-OK
                       WRITE PLACEMENT-LOG-RECORD
                   END-IF
                   PERFORM 365-WRITE-ADMIT-EVENT
                   IF PATIENT-ISOLATION-WS NOT = SPACE
                       PERFORM 367-SET-ROOM-ISOLATION
                   END-IF
                   DELETE WAITLIST-FILE RECORD
                   SET PLACEMENT-DONE TO TRUE
               ELSE
                   IF EFFECTIVE-BEDS-WS < ZERO
                       MOVE ZERO TO EFFECTIVE-BEDS-WS
                   END-IF
                   PERFORM 347-GET-DIRTY-BEDS
                   PERFORM 349-CHECK-ROOM-ISOLATION
                   MOVE AD-ISOLATION-TYPE TO PATIENT-ISOLATION-WS
                   EVALUATE TRUE
                       WHEN ROOM-ISOLATED
                           SET RA-ROOM-ISOLATED TO TRUE
                       WHEN RO-CURRENT-OCCUPANCY >= EFFECTIVE-BEDS-WS
                           SET RA-ROOM-FULL TO TRUE
                       WHEN RO-CURRENT-OCCUPANCY + DIRTY-BEDS-WS
                           >= EFFECTIVE-BEDS-WS
                           SET RA-NO-CLEAN-BED TO TRUE
                       WHEN PATIENT-ISOLATION-WS NOT = SPACE
                           AND RO-CURRENT-OCCUPANCY > ZERO
                           SET RA-ISOLATION-NEEDS-ROOM TO TRUE
                       WHEN OTHER
                           PERFORM 520-APPLY-TRANSFER
                   END-EVALUATE
               END-IF
           END-IF.
      *
               REWRITE ADMISSION-RECORD
               IF ADMIT-OK
                   PERFORM 550-WRITE-TRANSFER-LOG
      *            THE BED LEFT BEHIND NEEDS CLEANING LIKE ANY OTHER,
      *            AND AN ISOLATED PATIENT'S FLAG FOLLOWS THEM.
                   IF RA-ASSIGNMENT-OK
                       PERFORM 469-RELEASE-ROOM-ISOLATION
                   END-IF
                   IF RA-ASSIGNMENT-OK AND BEDCLEAN-AVAILABLE
                       PERFORM 465-MARK-BED-DIRTY
                   END-IF
                   IF RA-ASSIGNMENT-OK
                       AND PATIENT-ISOLATION-WS NOT = SPACE
                       PERFORM 367-SET-ROOM-ISOLATION
                   END-IF
               ELSE
                   SET RA-FILE-ERROR TO TRUE
               END-IF
               WRITE TRANSFER-LOG-RECORD
               CLOSE TRANSFER-LOG-FILE
               SET RA-ASSIGNMENT-OK TO TRUE
               MOVE SPACES TO ADT-EVENT-RECORD
               SET AE-TRANSFER TO TRUE
               MOVE RA-PATIENT-ID    TO AE-PATIENT-ID
               MOVE RA-WARD-ID       TO AE-FROM-WARD-ID
               MOVE RA-ROOM-ID       TO AE-FROM-ROOM-ID
               MOVE RA-TO-WARD-ID    TO AE-TO-WARD-ID
               MOVE RA-TO-ROOM-ID    TO AE-TO-ROOM-ID
               MOVE TL-TRANSFER-DATE TO AE-EVENT-DATE
               MOVE TL-TRANSFER-TIME TO AE-EVENT-TIME
               PERFORM 800-WRITE-ADT-EVENT
           END-IF.
      *
       700-CLEAN-BED.
      *
      *    HOUSEKEEPING HAS TURNED ROUND ONE BED IN THE ROOM.  THE
      *    OLDEST DIRTY BED COMES OFF, ITS DISCHARGE-TO-CLEAN TIME
      *    IS LOGGED, AND THE NOW-READY BED GOES TO THE WAITLIST.
           IF NOT BEDCLEAN-AVAILABLE
               SET RA-FILE-ERROR TO TRUE
           ELSE
               MOVE RA-WARD-ID TO BC-WARD-ID
               MOVE RA-ROOM-ID TO BC-ROOM-ID
               READ BED-CLEAN-FILE
               IF BEDCLEAN-NOTFND
                   SET RA-NO-DIRTY-BED TO TRUE
               ELSE
               IF NOT BEDCLEAN-OK
                   SET RA-FILE-ERROR TO TRUE
               ELSE
               IF BC-BEDS-DIRTY = ZERO
                   SET RA-NO-DIRTY-BED TO TRUE
               ELSE
                   PERFORM 710-RECORD-CLEAN
               END-IF
               END-IF
               END-IF
           END-IF.
           IF RA-ASSIGNMENT-OK
               PERFORM 720-CLEAR-ROOM-ISOLATION
           END-IF.
           IF RA-ASSIGNMENT-OK AND WAITLIST-AVAILABLE
               PERFORM 468-CHECK-CLEAN-BED-FREE
               IF CLEAN-BED-FREE
                   PERFORM 470-PLACE-FROM-WAITLIST
               END-IF
           END-IF.
      *
       710-RECORD-CLEAN.
      *
           IF RA-CLEAN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CURRENT-DATE-TIME-WS
               MOVE CURRENT-DATE-TIME-WS(1:8) TO RA-CLEAN-DATE
               MOVE CURRENT-DATE-TIME-WS(9:6) TO RA-CLEAN-TIME
           END-IF.
           MOVE SPACES TO CLEAN-LOG-RECORD.
           MOVE RA-WARD-ID TO HK-WARD-ID.
           MOVE RA-ROOM-ID TO HK-ROOM-ID.
           MOVE BC-DISCHARGE-DATE(1) TO HK-DISCHARGE-DATE.
           MOVE BC-DISCHARGE-TIME(1) TO HK-DISCHARGE-TIME.
           MOVE RA-CLEAN-DATE TO HK-CLEAN-DATE.
           MOVE RA-CLEAN-TIME TO HK-CLEAN-TIME.
      *    OLDEST FIRST - EVERY REMAINING TIMESTAMP MOVES UP A SLOT.
           PERFORM 715-SHIFT-DIRTY-SLOT
               VARYING DIRTY-SUB FROM 1 BY 1
               UNTIL DIRTY-SUB > 7.
           MOVE 8 TO DIRTY-SUB.
           PERFORM 466-CLEAR-DIRTY-SLOT.
           SUBTRACT 1 FROM BC-BEDS-DIRTY.
           MOVE RA-CLEAN-DATE TO BC-LAST-CLEAN-DATE.
           MOVE RA-CLEAN-TIME TO BC-LAST-CLEAN-TIME.
           REWRITE BED-CLEAN-RECORD.
           IF NOT BEDCLEAN-OK
               SET RA-FILE-ERROR TO TRUE
           ELSE
               OPEN EXTEND CLEAN-LOG-FILE
               IF NOT CLEANLOG-OK
                   SET RA-FILE-ERROR TO TRUE
               ELSE
                   WRITE CLEAN-LOG-RECORD
                   CLOSE CLEAN-LOG-FILE
                   SET RA-ASSIGNMENT-OK TO TRUE
               END-IF
           END-IF.
      *
       715-SHIFT-DIRTY-SLOT.
      *
           MOVE BC-DIRTY-BED(DIRTY-SUB + 1) TO BC-DIRTY-BED(DIRTY-SUB).
      *
       720-CLEAR-ROOM-ISOLATION.
      *
      *    A VACATED ISOLATION ROOM IS RELEASED ONLY WHEN NO BED IN
      *    IT IS STILL AWAITING HOUSEKEEPING.
           IF ROOMISO-AVAILABLE AND BC-BEDS-DIRTY = ZERO
               MOVE RA-WARD-ID TO RI-WARD-ID
               MOVE RA-ROOM-ID TO RI-ROOM-ID
               READ ROOM-ISO-FILE
               IF ROOMISO-OK AND RI-AWAITING-CLEAN
                   DELETE ROOM-ISO-FILE RECORD
               END-IF
           END-IF.
      *
       750-CHANGE-ISOLATION.
      *
      *    THE PATIENT MUST BE IN A BED.  A NEWLY ISOLATED PATIENT
      *    FLAGS THE ROOM THEY ARE IN - ANYONE ALREADY SHARING IT
      *    SHOWS ON THE ISOLATION CENSUS FOR INFECTION CONTROL TO
      *    MOVE.  LIFTING ISOLATION LEAVES THE FLAG TO CLEAR IN THE
      *    USUAL WAY, AFTER THE PATIENT LEAVES AND THE ROOM IS
      *    CLEANED.
           MOVE RA-PATIENT-ID TO AD-PATIENT-ID.
           READ ADMIT-FILE.
           IF NOT ADMIT-OK OR NOT AD-ADMITTED
               SET RA-PATIENT-CONFLICT TO TRUE
           ELSE
               MOVE RA-ISOLATION-TYPE TO AD-ISOLATION-TYPE
               MOVE AD-WARD-ID TO RA-WARD-ID
               MOVE AD-ROOM-ID TO RA-ROOM-ID
               REWRITE ADMISSION-RECORD
               IF NOT ADMIT-OK
                   SET RA-FILE-ERROR TO TRUE
               ELSE
                   SET RA-ASSIGNMENT-OK TO TRUE
                   IF RA-ISOLATION-TYPE NOT = SPACE
                       MOVE RA-ISOLATION-TYPE TO PATIENT-ISOLATION-WS
                       PERFORM 367-SET-ROOM-ISOLATION
                   END-IF
               END-IF
           END-IF.
      *
       800-WRITE-ADT-EVENT.
      *
      *    THE CALLER HAS FILLED IN THE EVENT TYPE, PATIENT,
      *    LOCATIONS AND TIME; THE DEMOGRAPHICS COME FROM THE
      *    PATIENT MASTER AS IT STANDS NOW.  THE BED MOVE IS ALREADY
      *    COMMITTED, SO A FEED PROBLEM DOES NOT CHANGE THE RETURN
      *    CODE.
           IF ADTEVENT-AVAILABLE
               MOVE AE-PATIENT-ID TO PT-PATIENT-ID
               READ PATIENT-FILE
               IF PATIENT-OK
                   MOVE PT-PATIENT-NAME TO AE-PATIENT-NAME
                   MOVE PT-BIRTH-DATE   TO AE-BIRTH-DATE
                   MOVE PT-SEX          TO AE-SEX
                   MOVE PT-ADDR         TO AE-ADDR
                   MOVE PT-CITY         TO AE-CITY
                   MOVE PT-STATE        TO AE-STATE
               ELSE
                   MOVE ZERO TO AE-BIRTH-DATE
               END-IF
               MOVE 'ROOMASGN' TO AE-SOURCE-PROGRAM
               WRITE ADT-EVENT-RECORD
           END-IF.
      *
       900-CLOSE-FILE.
           IF PLACELOG-OK
               CLOSE PLACEMENT-LOG-FILE
           END-IF.
           IF BEDCLEAN-AVAILABLE
               CLOSE BED-CLEAN-FILE
           END-IF.
           IF ADTEVENT-AVAILABLE
               CLOSE ADT-EVENT-FILE
           END-IF.
           IF ROOMISO-AVAILABLE
               CLOSE ROOM-ISO-FILE
           END-IF.

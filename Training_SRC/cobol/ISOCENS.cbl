      ******************************************************************
      * ISOCENS                                                        *
      * Daily infection-control isolation census, by ward.  Walks the  *
      * ROOMISO room isolation flags ROOMASGN keeps and lists every    *
      * flagged room with its isolation type, the isolated patient     *
      * (name from the ADMITFIL admission) and whether the patient is  *
      * still in the room or it is waiting on its terminal clean.  A   *
      * flagged room whose ROOM-OCC-FILE count shows more than one     *
      * occupant - a patient isolated where they lay, next to a        *
      * roommate - is marked for infection control to move the other   *
      * patient.  Each ward totals its isolation rooms by type, and    *
      * the run closes with the hospital-wide totals.                  *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOCENS.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-ISO-FILE
               ASSIGN TO UT-S-ROOMISO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-ROOM-KEY
               FILE STATUS IS ROOMISO-ST.
           SELECT ADMIT-FILE
               ASSIGN TO UT-S-ADMITFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS ADMIT-ST.
           SELECT ROOM-OCC-FILE
               ASSIGN TO UT-S-ROOMOCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RO-ROOM-KEY
               FILE STATUS IS ROOM-OCC-ST.
           SELECT PRINTFILE
               ASSIGN TO ISOCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-ISO-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY ROOMISO.
      *
       FD  ADMIT-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY ADMITREC.
      *
       FD  ROOM-OCC-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY ROOMOCC.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  ROOMISO-ST                 PIC X(2).
               88  ROOMISO-OK                     VALUE '00'.
           05  ADMIT-ST                   PIC X(2).
               88  ADMIT-OK                       VALUE '00'.
           05  ROOM-OCC-ST                PIC X(2).
               88  ROOM-OCC-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  NO-MORE-ROOMS-WS           PIC X(1)  VALUE 'N'.
               88  NO-MORE-ROOMS                   VALUE 'Y'.
           05  FIRST-ROOM-WS              PIC X(1)  VALUE 'Y'.
               88  FIRST-ROOM                      VALUE 'Y'
                                                    FALSE 'N'.
       01  WARD-BREAK-FIELDS.
           05  WB-CURRENT-WARD-ID         PIC X(4).
           05  WB-ROOMS                   PIC S9(5) COMP-3 VALUE ZERO.
           05  WB-CONTACT                 PIC S9(5) COMP-3 VALUE ZERO.
           05  WB-AIRBORNE                PIC S9(5) COMP-3 VALUE ZERO.
           05  WB-DROPLET                 PIC S9(5) COMP-3 VALUE ZERO.
           05  WB-AWAITING-CLEAN          PIC S9(5) COMP-3 VALUE ZERO.
           05  WB-SHARED                  PIC S9(5) COMP-3 VALUE ZERO.
       01  HOSPITAL-TOTAL-FIELDS.
           05  HT-ROOMS                   PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-CONTACT                 PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-AIRBORNE                PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-DROPLET                 PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-AWAITING-CLEAN          PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-SHARED                  PIC S9(7) COMP-3 VALUE ZERO.
       01  REPORT-FIELDS.
           05  LINE-COUNT                 PIC S9(2) VALUE +99.
           05  PAGE-COUNT                 PIC S9(2) VALUE ZEROS.
           05  LINES-PER-PAGE             PIC S9(2) VALUE +40.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "ISOLATION CENSUS BY WARD - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER   PIC Z9.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(6)  VALUE "WARD".
           05  FILLER            PIC X(6)  VALUE "ROOM".
           05  FILLER            PIC X(10) VALUE "TYPE".
           05  FILLER            PIC X(10) VALUE "PATIENT".
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(25) VALUE "STATUS".
           05  FILLER            PIC X(5)  VALUE "OCC".
       01  ROOM-DETAIL-LINE.
           05  RD-WARD-ID        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-ROOM-ID        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-TYPE           PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-PATIENT-ID     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-PATIENT-NAME   PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(23).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-OCCUPANCY      PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NOTE           PIC X(22).
       01  WARD-TOTALS-LINE.
           05  WT-LABEL          PIC X(12).
           05  FILLER            PIC X(7)  VALUE "ROOMS ".
           05  WT-ROOMS          PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  CONTACT ".
           05  WT-CONTACT        PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  AIRBORNE ".
           05  WT-AIRBORNE       PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  DROPLET ".
           05  WT-DROPLET        PIC ZZZZ9.
           05  FILLER            PIC X(17) VALUE "  AWAITING CLEAN ".
           05  WT-AWAITING-CLEAN PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  SHARED ".
           05  WT-SHARED         PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-ROOM UNTIL NO-MORE-ROOMS.
           IF NOT FIRST-ROOM
               PERFORM 650-WRITE-WARD-TOTALS
           END-IF.
           PERFORM 700-WRITE-HOSPITAL-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-ROOM-ISOLATION.
      *
       200-PROCESS-ROOM.
      *
           IF NOT FIRST-ROOM
               AND RI-WARD-ID NOT = WB-CURRENT-WARD-ID
               PERFORM 650-WRITE-WARD-TOTALS
           END-IF.
           IF FIRST-ROOM
               MOVE RI-WARD-ID TO WB-CURRENT-WARD-ID
               SET FIRST-ROOM TO FALSE
           END-IF.
           PERFORM 600-WRITE-ROOM-LINE.
           PERFORM 400-READ-ROOM-ISOLATION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT ROOM-ISO-FILE.
           IF NOT ROOMISO-OK
               DISPLAY 'ROOM ISOLATION FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT ADMIT-FILE.
           IF NOT ADMIT-OK
               DISPLAY 'ADMISSIONS FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT ROOM-OCC-FILE.
           IF NOT ROOM-OCC-OK
               DISPLAY 'ROOM OCCUPANCY FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'ISOLATION CENSUS REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       400-READ-ROOM-ISOLATION.
      *
           READ ROOM-ISO-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ROOMS TO TRUE
           END-READ.
      *
       500-WRITE-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO
               AFTER ADVANCING 1.
           MOVE 3 TO LINE-COUNT.
      *
       600-WRITE-ROOM-LINE.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 500-WRITE-HEADING-LINES
           END-IF.
           MOVE SPACES TO RD-NOTE.
           MOVE RI-WARD-ID    TO RD-WARD-ID.
           MOVE RI-ROOM-ID    TO RD-ROOM-ID.
           MOVE RI-PATIENT-ID TO RD-PATIENT-ID.
           ADD 1 TO WB-ROOMS.
           EVALUATE TRUE
               WHEN RI-CONTACT
                   MOVE 'CONTACT'  TO RD-TYPE
                   ADD 1 TO WB-CONTACT
               WHEN RI-AIRBORNE
                   MOVE 'AIRBORNE' TO RD-TYPE
                   ADD 1 TO WB-AIRBORNE
               WHEN RI-DROPLET
                   MOVE 'DROPLET'  TO RD-TYPE
                   ADD 1 TO WB-DROPLET
               WHEN OTHER
                   MOVE RI-ISOLATION-TYPE TO RD-TYPE
           END-EVALUATE.
           MOVE RI-PATIENT-ID TO AD-PATIENT-ID.
           READ ADMIT-FILE.
           IF ADMIT-OK
               MOVE AD-PATIENT-NAME TO RD-PATIENT-NAME
           ELSE
               MOVE '** NO ADMISSION RECORD' TO RD-PATIENT-NAME
           END-IF.
           MOVE RI-WARD-ID TO RO-WARD-ID.
           MOVE RI-ROOM-ID TO RO-ROOM-ID.
           READ ROOM-OCC-FILE.
           IF NOT ROOM-OCC-OK
               MOVE ZERO TO RO-CURRENT-OCCUPANCY
           END-IF.
           MOVE RO-CURRENT-OCCUPANCY TO RD-OCCUPANCY.
           IF RI-AWAITING-CLEAN
               MOVE 'AWAITING TERMINAL CLEAN' TO RD-STATUS
               ADD 1 TO WB-AWAITING-CLEAN
           ELSE
               MOVE 'PATIENT IN ROOM' TO RD-STATUS
      *        ANYONE ELSE IN THE ROOM WAS THERE BEFORE THE ISOLATION.
               IF RO-CURRENT-OCCUPANCY > 1
                   MOVE '** SHARED - MOVE OTHER' TO RD-NOTE
                   ADD 1 TO WB-SHARED
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM ROOM-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
      *
       650-WRITE-WARD-TOTALS.
      *
           MOVE SPACES TO WT-LABEL.
           STRING 'WARD ' WB-CURRENT-WARD-ID DELIMITED BY SIZE
               INTO WT-LABEL
           END-STRING.
           MOVE WB-ROOMS          TO WT-ROOMS.
           MOVE WB-CONTACT        TO WT-CONTACT.
           MOVE WB-AIRBORNE       TO WT-AIRBORNE.
           MOVE WB-DROPLET        TO WT-DROPLET.
           MOVE WB-AWAITING-CLEAN TO WT-AWAITING-CLEAN.
           MOVE WB-SHARED         TO WT-SHARED.
           WRITE PRINT-LINE FROM WARD-TOTALS-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           ADD 2 TO LINE-COUNT.
           ADD WB-ROOMS          TO HT-ROOMS.
           ADD WB-CONTACT        TO HT-CONTACT.
           ADD WB-AIRBORNE       TO HT-AIRBORNE.
           ADD WB-DROPLET        TO HT-DROPLET.
           ADD WB-AWAITING-CLEAN TO HT-AWAITING-CLEAN.
           ADD WB-SHARED         TO HT-SHARED.
           MOVE RI-WARD-ID TO WB-CURRENT-WARD-ID.
           MOVE ZERO TO WB-ROOMS, WB-CONTACT, WB-AIRBORNE, WB-DROPLET,
                        WB-AWAITING-CLEAN, WB-SHARED.
      *
       700-WRITE-HOSPITAL-TOTALS.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 500-WRITE-HEADING-LINES
           END-IF.
           MOVE 'HOSPITAL'        TO WT-LABEL.
           MOVE HT-ROOMS          TO WT-ROOMS.
           MOVE HT-CONTACT        TO WT-CONTACT.
           MOVE HT-AIRBORNE       TO WT-AIRBORNE.
           MOVE HT-DROPLET        TO WT-DROPLET.
           MOVE HT-AWAITING-CLEAN TO WT-AWAITING-CLEAN.
           MOVE HT-SHARED         TO WT-SHARED.
           WRITE PRINT-LINE FROM WARD-TOTALS-LINE
               AFTER ADVANCING 1.
      *
       900-WRAP-UP.
           CLOSE ROOM-ISO-FILE, ADMIT-FILE, ROOM-OCC-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

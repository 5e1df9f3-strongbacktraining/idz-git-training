      ******************************************************************
      * NURSSTAF                                                       *
      * Shift nurse staffing report off the hospital census.  Each     *
      * ward's occupied beds come from ROOM_DATA and the               *
      * ROOM-OCC-FILE, split by bed class in private, semi-private,    *
      * ward order the same way ROOMCHG allocates them, and the open   *
      * reservations arriving on the next calendar day are added by    *
      * their booked class.  The NURSRATO cards give the               *
      * patients-per-nurse ratio for each ward, shift and bed class,   *
      * and name the HR department that staffs the ward on that        *
      * shift; the employees under that department on the SEGREC HR    *
      * file are the nurses assigned.  Any ward or shift short or      *
      * over is flagged with the number to call in or send home, so    *
      * the staffing office stops working it out from the WARDCAP      *
      * printout by hand.                                              *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NURSSTAF.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NURSE-RATIO-FILE
               ASSIGN TO UT-S-NURSRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NURSRATO-ST.
           SELECT SEGFILE
               ASSIGN TO UT-S-SEGREC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEGFILE-ST.
           SELECT RESV-FILE
               ASSIGN TO UT-S-RESVFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-RESV-NO
               FILE STATUS IS RESV-ST.
           SELECT ROOM-OCC-FILE
               ASSIGN TO UT-S-ROOMOCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RO-ROOM-KEY
               FILE STATUS IS ROOM-OCC-ST.
           SELECT PRINTFILE
               ASSIGN TO NURSSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  NURSE-RATIO-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY NURSRATO.
      *
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  RESV-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY RESVREC.
      *
       FD  ROOM-OCC-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY ROOMOCC.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      * HOST VARIABLE STRUCTURE FOR DDS0001.ROOM_DATA, AS GENERATED BY
      * THE DCLGEN IN ROOMDATA.cpy.
           COPY ROOMDATA.
      *
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  NURSRATO-ST                PIC X(2).
               88  NURSRATO-OK                    VALUE '00'.
           05  SEGFILE-ST                 PIC X(2).
               88  SEGFILE-OK                     VALUE '00'.
           05  RESV-ST                    PIC X(2).
               88  RESV-OK                        VALUE '00'.
           05  ROOM-OCC-ST                PIC X(2).
               88  ROOM-OCC-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  NURSRATO-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-RATIOS                 VALUE 'Y'.
           05  SEGFILE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SEG-RECORDS            VALUE 'Y'.
           05  RESV-EOF-WS                PIC X(1)  VALUE 'N'.
               88  NO-MORE-RESERVATIONS           VALUE 'Y'.
           05  NO-MORE-ROOMS-WS           PIC X(1)  VALUE 'N'.
               88  NO-MORE-ROOMS                  VALUE 'Y'.
           05  WARD-FOUND-WS              PIC X(1)  VALUE 'N'.
               88  WARD-FOUND                     VALUE 'Y'.
           05  CURRENT-DEPT-WS            PIC X(3)  VALUE SPACES.
      *
      * ONE ENTRY PER RATIO CARD - WARD AND SHIFT - CARRYING THE
      * NURSES THE HR FILE HAS ASSIGNED TO ITS DEPARTMENT.
       01  RATIO-TABLE-WS.
           05  RATIO-COUNT                PIC 9(4) VALUE ZERO.
           05  RATIO-ENTRY OCCURS 300.
               10  RT-WARD-ID             PIC X(4).
               10  RT-SHIFT               PIC X(1).
               10  RT-DEPARTMENT          PIC X(3).
               10  RT-PRIVATE-RATIO       PIC 9(2).
               10  RT-SEMI-RATIO          PIC 9(2).
               10  RT-WARD-RATIO          PIC 9(2).
               10  RT-MINIMUM-NURSES      PIC 9(2).
               10  RT-ASSIGNED            PIC 9(4).
       01  RT-SUB                         PIC 9(4).
      *
      * PATIENTS BY BED CLASS PER WARD - IN BED NOW, AND BOOKED TO
      * ARRIVE TOMORROW.
       01  WARD-CENSUS-TABLE-WS.
           05  WARD-COUNT                 PIC 9(4) VALUE ZERO.
           05  WARD-ENTRY OCCURS 100.
               10  WC-WARD-ID             PIC X(4).
               10  WC-PRIVATE-OCC         PIC S9(4) COMP.
               10  WC-SEMI-OCC            PIC S9(4) COMP.
               10  WC-WARD-OCC            PIC S9(4) COMP.
               10  WC-PRIVATE-ARR         PIC S9(4) COMP.
               10  WC-SEMI-ARR            PIC S9(4) COMP.
               10  WC-WARD-ARR            PIC S9(4) COMP.
               10  WC-RATIO-SEEN          PIC X(1).
       01  WC-SUB                         PIC 9(4).
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  TOMORROW-DATE-WS           PIC 9(8).
       01  STAFFING-WORK-WS.
           05  OCC-LEFT-WS                PIC S9(4) COMP.
           05  CLASS-OCC-WS               PIC S9(4) COMP.
           05  CLASS-PATIENTS-WS          PIC S9(4) COMP.
           05  CLASS-RATIO-WS             PIC 9(2).
           05  CLASS-NURSES-WS            PIC S9(4) COMP.
           05  CLASS-REMAINDER-WS         PIC S9(4) COMP.
           05  OCCUPIED-WS                PIC S9(4) COMP.
           05  ARRIVING-WS                PIC S9(4) COMP.
           05  REQUIRED-WS                PIC S9(4) COMP.
           05  VARIANCE-WS                PIC S9(4) COMP.
       01  STAFFING-TOTALS-WS.
           05  SHIFTS-SHORT-COUNT         PIC 9(5) VALUE ZERO.
           05  NURSES-SHORT-COUNT         PIC 9(5) VALUE ZERO.
           05  SHIFTS-OVER-COUNT          PIC 9(5) VALUE ZERO.
           05  NURSES-OVER-COUNT          PIC 9(5) VALUE ZERO.
           05  UNPLACED-ARRIVAL-COUNT     PIC 9(5) VALUE ZERO.
       01  REPORT-FIELDS.
           05  LINE-COUNT                 PIC S9(2) VALUE +99.
           05  PAGE-COUNT                 PIC S9(2) VALUE ZEROS.
           05  LINES-PER-PAGE             PIC S9(2) VALUE +40.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "SHIFT NURSE STAFFING - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "ARRIVALS ".
           05  HDG-ARRIVAL-DATE  PIC XXXX/XX/XX.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER   PIC Z9.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(4)  VALUE "WARD".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE "SHIFT".
           05  FILLER            PIC X(5)  VALUE "DEPT".
           05  FILLER            PIC X(10) VALUE "  OCCUPIED".
           05  FILLER            PIC X(10) VALUE "  ARRIVING".
           05  FILLER            PIC X(10) VALUE "  REQUIRED".
           05  FILLER            PIC X(10) VALUE "  ASSIGNED".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE "STATUS".
       01  STAFFING-DETAIL-LINE.
           05  SD-WARD-ID        PIC X(4).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-SHIFT          PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  SD-DEPARTMENT     PIC X(3).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  SD-OCCUPIED       PIC ZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  SD-ARRIVING       PIC ZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  SD-REQUIRED       PIC ZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  SD-ASSIGNED       PIC ZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-STATUS         PIC X(18).
           05  SD-VARIANCE       PIC ZZZ9 BLANK WHEN ZERO.
       01  NO-RATIO-LINE.
           05  FILLER            PIC X(5)  VALUE "WARD ".
           05  NW-WARD-ID        PIC X(4).
           05  FILLER            PIC X(40) VALUE
                   " HAS PATIENTS BUT NO STAFFING RATIO CARD".
       01  STAFFING-TOTALS-LINE-ONE.
           05  FILLER            PIC X(24) VALUE
                   "WARD SHIFTS SHORT       ".
           05  ST-SHIFTS-SHORT   PIC ZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "  NURSES TO CALL IN   ".
           05  ST-NURSES-SHORT   PIC ZZZZ9.
       01  STAFFING-TOTALS-LINE-TWO.
           05  FILLER            PIC X(24) VALUE
                   "WARD SHIFTS OVER        ".
           05  ST-SHIFTS-OVER    PIC ZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "  NURSES TO SEND HOME ".
           05  ST-NURSES-OVER    PIC ZZZZ9.
       01  STAFFING-TOTALS-LINE-THREE.
           05  FILLER            PIC X(24) VALUE
                   "ARRIVALS WITH NO WARD   ".
           05  ST-UNPLACED       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 500-CENSUS-ROOMS UNTIL NO-MORE-ROOMS.
           PERFORM 550-ADD-ARRIVAL UNTIL NO-MORE-RESERVATIONS.
           PERFORM 600-STAFF-ONE-SHIFT
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RATIO-COUNT.
           PERFORM 680-CHECK-WARD-RATIO
               VARYING WC-SUB FROM 1 BY 1
               UNTIL WC-SUB > WARD-COUNT.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
      *    ARRIVALS ARE TOMORROW'S - THE STAFFING OFFICE BOOKS THE
      *    NEXT DAY'S SHIFTS OFF THIS REPORT.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           COMPUTE TOMORROW-DATE-WS =
               FUNCTION DATE-OF-INTEGER(TODAY-INT-WS + 1).
           MOVE TOMORROW-DATE-WS TO HDG-ARRIVAL-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-RATIO UNTIL NO-MORE-RATIOS.
           PERFORM 330-LOAD-HR-RECORD UNTIL NO-MORE-SEG-RECORDS.
           PERFORM 350-OPEN-CURSOR.
           PERFORM 400-READ-RESERVATION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT NURSE-RATIO-FILE.
           IF NOT NURSRATO-OK
               DISPLAY 'NURSE STAFFING RATIO FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT SEGFILE.
           IF NOT SEGFILE-OK
               DISPLAY 'SEGMENTED HR FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT RESV-FILE.
           IF NOT RESV-OK
               DISPLAY 'RESERVATION FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT ROOM-OCC-FILE.
           IF NOT ROOM-OCC-OK
               DISPLAY 'ROOM OCCUPANCY FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'NURSE STAFFING REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       310-LOAD-RATIO.
      *
           READ NURSE-RATIO-FILE
               AT END
                   SET NO-MORE-RATIOS TO TRUE
                   CLOSE NURSE-RATIO-FILE
               NOT AT END
                   PERFORM 320-STORE-RATIO
           END-READ.
      *
       320-STORE-RATIO.
      *
           IF NOT NR-SHIFT-DAY AND NOT NR-SHIFT-EVENING
               AND NOT NR-SHIFT-NIGHT
               DISPLAY 'NURSSTAF: UNKNOWN SHIFT ON RATIO CARD - '
                   NR-RATIO-KEY
           ELSE
               IF RATIO-COUNT >= 300
                   DISPLAY 'NURSSTAF: RATIO TABLE OVERFLOW'
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO RATIO-COUNT
               MOVE NR-WARD-ID TO RT-WARD-ID(RATIO-COUNT)
               MOVE NR-SHIFT TO RT-SHIFT(RATIO-COUNT)
               MOVE NR-HR-DEPARTMENT TO RT-DEPARTMENT(RATIO-COUNT)
               MOVE NR-PRIVATE-RATIO TO RT-PRIVATE-RATIO(RATIO-COUNT)
               MOVE NR-SEMI-RATIO TO RT-SEMI-RATIO(RATIO-COUNT)
               MOVE NR-WARD-RATIO TO RT-WARD-RATIO(RATIO-COUNT)
               MOVE NR-MINIMUM-NURSES
                   TO RT-MINIMUM-NURSES(RATIO-COUNT)
               MOVE ZERO TO RT-ASSIGNED(RATIO-COUNT)
           END-IF.
      *
       330-LOAD-HR-RECORD.
      *
      *    REC-TYPE '01' IS A DEPARTMENT HEADER AND '02' AN EMPLOYEE
      *    UNDER THE LAST HEADER READ, AS HRROSTR READS THE FILE.
           READ SEGFILE
               AT END
                   SET NO-MORE-SEG-RECORDS TO TRUE
                   CLOSE SEGFILE
               NOT AT END
                   EVALUATE REC-TYPE OF WIDGET-DEPT
                       WHEN '01'
                           MOVE WIDGET-DEPARTMENT TO CURRENT-DEPT-WS
                       WHEN '02'
                           PERFORM 340-CREDIT-NURSE
                               VARYING RT-SUB FROM 1 BY 1
                               UNTIL RT-SUB > RATIO-COUNT
                       WHEN OTHER
                           DISPLAY 'NURSSTAF: UNKNOWN SEGMENT TYPE - '
                               REC-TYPE OF WIDGET-DEPT
                   END-EVALUATE
           END-READ.
      *
       340-CREDIT-NURSE.
      *
           IF RT-DEPARTMENT(RT-SUB) = CURRENT-DEPT-WS
               ADD 1 TO RT-ASSIGNED(RT-SUB)
           END-IF.
      *
       350-OPEN-CURSOR.
      *
           EXEC SQL
               DECLARE STAF-CURSOR CURSOR FOR
                   SELECT WARD_ID, ROOM_ID, PRIVATE, SEMI_PRIVATE
                   FROM DDS0001.ROOM_DATA
                   ORDER BY WARD_ID, ROOM_ID
           END-EXEC.
           EXEC SQL
               OPEN STAF-CURSOR
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'ROOM DATA CURSOR OPEN FAILED - SQLCODE: '
                   SQLCODE
               GO TO 999-ERROR-RTN.
      *
       400-READ-RESERVATION.
      *
           READ RESV-FILE
               AT END
                   SET NO-MORE-RESERVATIONS TO TRUE
           END-READ.
      *
       450-WRITE-HEADING-LINES.
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
       500-CENSUS-ROOMS.
      *
           EXEC SQL
               FETCH STAF-CURSOR
                   INTO :WARD-ID, :ROOM-ID, :PRIVATE, :SEMI-PRIVATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 510-CENSUS-ONE-ROOM
               WHEN 100
                   SET NO-MORE-ROOMS TO TRUE
               WHEN OTHER
                   DISPLAY 'ROOM DATA FETCH FAILED - SQLCODE: ' SQLCODE
                   GO TO 999-ERROR-RTN
           END-EVALUATE.
      *
       510-CENSUS-ONE-ROOM.
      *
           MOVE WARD-ID TO RO-WARD-ID.
           MOVE ROOM-ID TO RO-ROOM-ID.
           READ ROOM-OCC-FILE.
           IF NOT ROOM-OCC-OK
               MOVE ZERO TO RO-CURRENT-OCCUPANCY
           END-IF.
           PERFORM 560-FIND-WARD.
      *    OCCUPANTS FILL THE ROOM'S PRIVATE BEDS FIRST, THEN
      *    SEMI-PRIVATE, THEN WARD CLASS - AS ROOMCHG CHARGES THEM.
           MOVE RO-CURRENT-OCCUPANCY TO OCC-LEFT-WS.
           IF OCC-LEFT-WS > PRIVATE
               MOVE PRIVATE TO CLASS-OCC-WS
           ELSE
               MOVE OCC-LEFT-WS TO CLASS-OCC-WS
           END-IF.
           IF CLASS-OCC-WS > ZERO
               ADD CLASS-OCC-WS TO WC-PRIVATE-OCC(WC-SUB)
               SUBTRACT CLASS-OCC-WS FROM OCC-LEFT-WS
           END-IF.
           IF OCC-LEFT-WS > SEMI-PRIVATE
               MOVE SEMI-PRIVATE TO CLASS-OCC-WS
           ELSE
               MOVE OCC-LEFT-WS TO CLASS-OCC-WS
           END-IF.
           IF CLASS-OCC-WS > ZERO
               ADD CLASS-OCC-WS TO WC-SEMI-OCC(WC-SUB)
               SUBTRACT CLASS-OCC-WS FROM OCC-LEFT-WS
           END-IF.
           IF OCC-LEFT-WS > ZERO
               ADD OCC-LEFT-WS TO WC-WARD-OCC(WC-SUB)
           END-IF.
      *
       550-ADD-ARRIVAL.
      *
           IF RV-OPEN AND RV-ARRIVAL-DATE = TOMORROW-DATE-WS
               IF RV-WARD-ID = SPACES
      *            BOOKED BY BED CLASS ONLY - NO WARD TO STAFF YET.
                   ADD 1 TO UNPLACED-ARRIVAL-COUNT
               ELSE
                   MOVE RV-WARD-ID TO WARD-ID
                   PERFORM 560-FIND-WARD
                   EVALUATE TRUE
                       WHEN RV-CLASS-PRIVATE
                           ADD 1 TO WC-PRIVATE-ARR(WC-SUB)
                       WHEN RV-CLASS-SEMI
                           ADD 1 TO WC-SEMI-ARR(WC-SUB)
                       WHEN OTHER
                           ADD 1 TO WC-WARD-ARR(WC-SUB)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 400-READ-RESERVATION.
      *
       560-FIND-WARD.
      *
      *    LOCATES WARD-ID IN THE CENSUS TABLE, ADDING IT IF NEW.
           MOVE 'N' TO WARD-FOUND-WS.
           PERFORM 565-MATCH-WARD
               VARYING WC-SUB FROM 1 BY 1
               UNTIL WC-SUB > WARD-COUNT OR WARD-FOUND.
           IF WARD-FOUND
      *        PERFORM VARYING LEAVES WC-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM WC-SUB
           ELSE
               IF WARD-COUNT >= 100
                   DISPLAY 'NURSSTAF: WARD TABLE OVERFLOW'
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO WARD-COUNT
               MOVE WARD-COUNT TO WC-SUB
               MOVE WARD-ID TO WC-WARD-ID(WC-SUB)
               MOVE ZERO TO WC-PRIVATE-OCC(WC-SUB),
                            WC-SEMI-OCC(WC-SUB),
                            WC-WARD-OCC(WC-SUB),
                            WC-PRIVATE-ARR(WC-SUB),
                            WC-SEMI-ARR(WC-SUB),
                            WC-WARD-ARR(WC-SUB)
               MOVE 'N' TO WC-RATIO-SEEN(WC-SUB)
           END-IF.
      *
       565-MATCH-WARD.
      *
           IF WC-WARD-ID(WC-SUB) = WARD-ID
               MOVE 'Y' TO WARD-FOUND-WS
           END-IF.
      *
       600-STAFF-ONE-SHIFT.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 450-WRITE-HEADING-LINES
           END-IF.
           MOVE RT-WARD-ID(RT-SUB) TO WARD-ID.
           PERFORM 560-FIND-WARD.
           MOVE 'Y' TO WC-RATIO-SEEN(WC-SUB).
           COMPUTE OCCUPIED-WS = WC-PRIVATE-OCC(WC-SUB)
               + WC-SEMI-OCC(WC-SUB) + WC-WARD-OCC(WC-SUB).
           COMPUTE ARRIVING-WS = WC-PRIVATE-ARR(WC-SUB)
               + WC-SEMI-ARR(WC-SUB) + WC-WARD-ARR(WC-SUB).
      *    EACH BED CLASS IS STAFFED AT ITS OWN RATIO, ROUNDED UP
      *    TO A WHOLE NURSE, AND THE WARD NEVER GOES BELOW ITS
      *    MINIMUM FOR THE SHIFT.
           MOVE ZERO TO REQUIRED-WS.
           COMPUTE CLASS-PATIENTS-WS = WC-PRIVATE-OCC(WC-SUB)
               + WC-PRIVATE-ARR(WC-SUB).
           MOVE RT-PRIVATE-RATIO(RT-SUB) TO CLASS-RATIO-WS.
           PERFORM 620-NURSES-FOR-CLASS.
           COMPUTE CLASS-PATIENTS-WS = WC-SEMI-OCC(WC-SUB)
               + WC-SEMI-ARR(WC-SUB).
           MOVE RT-SEMI-RATIO(RT-SUB) TO CLASS-RATIO-WS.
           PERFORM 620-NURSES-FOR-CLASS.
           COMPUTE CLASS-PATIENTS-WS = WC-WARD-OCC(WC-SUB)
               + WC-WARD-ARR(WC-SUB).
           MOVE RT-WARD-RATIO(RT-SUB) TO CLASS-RATIO-WS.
           PERFORM 620-NURSES-FOR-CLASS.
           IF REQUIRED-WS < RT-MINIMUM-NURSES(RT-SUB)
               MOVE RT-MINIMUM-NURSES(RT-SUB) TO REQUIRED-WS
           END-IF.
           PERFORM 650-WRITE-STAFFING-LINE.
      *
       620-NURSES-FOR-CLASS.
      *
           IF CLASS-RATIO-WS > ZERO AND CLASS-PATIENTS-WS > ZERO
               DIVIDE CLASS-PATIENTS-WS BY CLASS-RATIO-WS
                   GIVING CLASS-NURSES-WS
                   REMAINDER CLASS-REMAINDER-WS
               IF CLASS-REMAINDER-WS > ZERO
                   ADD 1 TO CLASS-NURSES-WS
               END-IF
               ADD CLASS-NURSES-WS TO REQUIRED-WS
           END-IF.
      *
       650-WRITE-STAFFING-LINE.
      *
           MOVE RT-WARD-ID(RT-SUB) TO SD-WARD-ID.
           EVALUATE RT-SHIFT(RT-SUB)
               WHEN 'D'
                   MOVE 'DAY' TO SD-SHIFT
               WHEN 'E'
                   MOVE 'EVENING' TO SD-SHIFT
               WHEN OTHER
                   MOVE 'NIGHT' TO SD-SHIFT
           END-EVALUATE.
           MOVE RT-DEPARTMENT(RT-SUB) TO SD-DEPARTMENT.
           MOVE OCCUPIED-WS TO SD-OCCUPIED.
           MOVE ARRIVING-WS TO SD-ARRIVING.
           MOVE REQUIRED-WS TO SD-REQUIRED.
           MOVE RT-ASSIGNED(RT-SUB) TO SD-ASSIGNED.
           COMPUTE VARIANCE-WS = RT-ASSIGNED(RT-SUB) - REQUIRED-WS.
           EVALUATE TRUE
               WHEN VARIANCE-WS < ZERO
                   ADD 1 TO SHIFTS-SHORT-COUNT
                   SUBTRACT VARIANCE-WS FROM NURSES-SHORT-COUNT
                   MOVE '** SHORT, CALL IN' TO SD-STATUS
                   MOVE VARIANCE-WS TO SD-VARIANCE
               WHEN VARIANCE-WS > ZERO
                   ADD 1 TO SHIFTS-OVER-COUNT
                   ADD VARIANCE-WS TO NURSES-OVER-COUNT
                   MOVE '** OVER, SEND HOME' TO SD-STATUS
                   MOVE VARIANCE-WS TO SD-VARIANCE
               WHEN OTHER
                   MOVE 'STAFFED' TO SD-STATUS
                   MOVE ZERO TO SD-VARIANCE
           END-EVALUATE.
           WRITE PRINT-LINE FROM STAFFING-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
      *
       680-CHECK-WARD-RATIO.
      *
      *    A WARD WITH PATIENTS IN BED OR ARRIVING BUT NO RATIO CARD
      *    HAS NO STAFFING WORKED OUT FOR IT AT ALL.
           IF WC-RATIO-SEEN(WC-SUB) = 'N'
               AND (WC-PRIVATE-OCC(WC-SUB) + WC-SEMI-OCC(WC-SUB)
                  + WC-WARD-OCC(WC-SUB) + WC-PRIVATE-ARR(WC-SUB)
                  + WC-SEMI-ARR(WC-SUB) + WC-WARD-ARR(WC-SUB))
                  > ZERO
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 450-WRITE-HEADING-LINES
               END-IF
               MOVE WC-WARD-ID(WC-SUB) TO NW-WARD-ID
               WRITE PRINT-LINE FROM NO-RATIO-LINE
                   AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       700-WRITE-TOTALS-LINES.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 450-WRITE-HEADING-LINES
           END-IF.
           MOVE SHIFTS-SHORT-COUNT TO ST-SHIFTS-SHORT.
           MOVE NURSES-SHORT-COUNT TO ST-NURSES-SHORT.
           MOVE SHIFTS-OVER-COUNT TO ST-SHIFTS-OVER.
           MOVE NURSES-OVER-COUNT TO ST-NURSES-OVER.
           MOVE UNPLACED-ARRIVAL-COUNT TO ST-UNPLACED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM STAFFING-TOTALS-LINE-ONE
               AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM STAFFING-TOTALS-LINE-TWO
               AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM STAFFING-TOTALS-LINE-THREE
               AFTER ADVANCING 1.
      *
       900-WRAP-UP.
           EXEC SQL
               CLOSE STAF-CURSOR
           END-EXEC.
           CLOSE RESV-FILE, ROOM-OCC-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

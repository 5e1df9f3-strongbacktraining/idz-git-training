      ******************************************************************
      * BEDTURN                                                        *
      * Daily bed turnaround report, by ward.  Reads the CLEANLOG      *
      * that ROOMASGN writes every time housekeeping cleans a bed and  *
      * totals, for beds cleaned on the business date, how many were   *
      * turned round and the average and longest discharge-to-clean    *
      * time.  It then walks the BEDCLEAN status file for beds still   *
      * waiting to be cleaned right now and how long the oldest of     *
      * them has sat dirty - the boarding bottleneck the emergency     *
      * department sees.  Elapsed times print as hours:minutes.  A     *
      * log entry with no discharge stamp (more dirty beds in the      *
      * room than BEDCLEAN keeps times for) is counted as cleaned but  *
      * left out of the timings.                                       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEDTURN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-LOG-FILE
               ASSIGN TO UT-S-CLEANLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLEANLOG-ST.
           SELECT BED-CLEAN-FILE
               ASSIGN TO UT-S-BEDCLEAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-CLEAN-KEY
               FILE STATUS IS BEDCLEAN-ST.
           SELECT PRINTFILE
               ASSIGN TO BEDTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CLEANLOG.
      *
       FD  BED-CLEAN-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY BEDCLEAN.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY BUSDTCOB.
       01  CURRENT-DATE-TIME-WS          PIC X(14).
       01  PROGRAM-SWITCHES.
           05  CLEANLOG-ST                PIC X(2).
               88  CLEANLOG-OK                    VALUE '00'.
           05  BEDCLEAN-ST                PIC X(2).
               88  BEDCLEAN-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  NO-MORE-LOG-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-LOG                     VALUE 'Y'.
           05  NO-MORE-BEDS-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-BEDS                    VALUE 'Y'.
           05  WARD-FOUND-WS              PIC X(1).
               88  WARD-FOUND                      VALUE 'Y'.
      *
      * ELAPSED-TIME WORK AREA - BOTH ENDS AS YYYYMMDD + HHMMSS.
       01  ELAPSED-WORK-FIELDS.
           05  EL-FROM-DATE               PIC 9(8).
           05  EL-FROM-TIME               PIC 9(6).
           05  EL-FROM-TIME-R REDEFINES EL-FROM-TIME.
               10  EL-FROM-HH             PIC 9(2).
               10  EL-FROM-MM             PIC 9(2).
               10  EL-FROM-SS             PIC 9(2).
           05  EL-TO-DATE                 PIC 9(8).
           05  EL-TO-TIME                 PIC 9(6).
           05  EL-TO-TIME-R REDEFINES EL-TO-TIME.
               10  EL-TO-HH               PIC 9(2).
               10  EL-TO-MM               PIC 9(2).
               10  EL-TO-SS               PIC 9(2).
           05  EL-MINUTES                 PIC S9(9) COMP-3.
      *
      * MINUTES TO HHHH:MM FOR PRINTING.
       01  HOURS-MINUTES-WORK.
           05  HM-MINUTES-IN              PIC S9(9) COMP-3.
           05  HM-HOURS                   PIC 9(4).
           05  HM-MINUTES                 PIC 9(2).
           05  HM-EDITED.
               10  HM-ED-HOURS            PIC ZZZ9.
               10  FILLER                 PIC X(1)  VALUE ':'.
               10  HM-ED-MINUTES          PIC 99.
      *
       01  WARD-TABLE-CONTROL.
           05  WARD-COUNT                 PIC S9(4) COMP VALUE ZERO.
           05  WARD-SUB                   PIC S9(4) COMP.
           05  SLOT-SUB                   PIC S9(4) COMP.
       01  WARD-TURN-TABLE.
           05  WARD-TURN-ENTRY OCCURS 100 TIMES.
               10  WT-WARD-ID             PIC X(4).
               10  WT-BEDS-CLEANED        PIC S9(5) COMP-3.
               10  WT-BEDS-TIMED          PIC S9(5) COMP-3.
               10  WT-TOTAL-MINUTES       PIC S9(9) COMP-3.
               10  WT-MAX-MINUTES         PIC S9(9) COMP-3.
               10  WT-STILL-DIRTY         PIC S9(5) COMP-3.
               10  WT-OLDEST-DIRTY        PIC S9(9) COMP-3.
       01  HOSPITAL-TOTALS-WS.
           05  HT-BEDS-CLEANED            PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-BEDS-TIMED              PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-TOTAL-MINUTES           PIC S9(11) COMP-3 VALUE ZERO.
           05  HT-MAX-MINUTES             PIC S9(9) COMP-3 VALUE ZERO.
           05  HT-STILL-DIRTY             PIC S9(7) COMP-3 VALUE ZERO.
           05  HT-OLDEST-DIRTY            PIC S9(9) COMP-3 VALUE ZERO.
           05  HT-TABLE-FULL-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
       01  AVERAGE-MINUTES-WS             PIC S9(9) COMP-3.
       01  REPORT-FIELDS.
           05  LINE-COUNT                 PIC S9(2) VALUE +99.
           05  PAGE-COUNT                 PIC S9(2) VALUE ZEROS.
           05  LINES-PER-PAGE             PIC S9(2) VALUE +40.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "BED TURNAROUND BY WARD - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE "PAGE ".
           05  HDG-PAGE-NUMBER   PIC Z9.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(4)  VALUE "WARD".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "CLEANED".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "UNTIMED".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "AVG TURN".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "MAX TURN".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "STILL DIRTY".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "OLDEST WAIT".
       01  WARD-DETAIL-LINE.
           05  WD-WARD-ID        PIC X(4).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WD-CLEANED        PIC ZZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WD-UNTIMED        PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WD-AVG-TURN       PIC X(7).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WD-MAX-TURN       PIC X(7).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  WD-STILL-DIRTY    PIC ZZZZ9.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  WD-OLDEST-DIRTY   PIC X(7).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-LOG UNTIL NO-MORE-LOG.
           PERFORM 250-PROCESS-DIRTY-BED UNTIL NO-MORE-BEDS.
           PERFORM 650-WRITE-WARD-LINE
               VARYING WARD-SUB FROM 1 BY 1
               UNTIL WARD-SUB > WARD-COUNT.
           PERFORM 700-WRITE-HOSPITAL-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-DATE-TIME-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-CLEAN-LOG.
           PERFORM 410-READ-BED-CLEAN.
      *
       200-PROCESS-LOG.
      *
      *    ONLY BEDS CLEANED ON THE BUSINESS DATE COUNT TOWARD TODAY'S
      *    TURNAROUND - THE LOG IS CUMULATIVE ACROSS DAYS.
           IF HK-CLEAN-DATE = BD-BUSINESS-DATE
               MOVE HK-WARD-ID TO WD-WARD-ID
               PERFORM 500-FIND-WARD
               IF WARD-FOUND
                   PERFORM 600-ACCUMULATE-CLEAN
               END-IF
           END-IF.
           PERFORM 400-READ-CLEAN-LOG.
      *
       250-PROCESS-DIRTY-BED.
      *
           IF BC-BEDS-DIRTY > ZERO
               MOVE BC-WARD-ID TO WD-WARD-ID
               PERFORM 500-FIND-WARD
               IF WARD-FOUND
                   PERFORM 620-ACCUMULATE-DIRTY
               END-IF
           END-IF.
           PERFORM 410-READ-BED-CLEAN.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CLEAN-LOG-FILE.
           IF NOT CLEANLOG-OK
               DISPLAY 'CLEANING LOG FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN INPUT BED-CLEAN-FILE.
           IF NOT BEDCLEAN-OK
               DISPLAY 'BED CLEANING STATUS FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BED TURNAROUND REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       400-READ-CLEAN-LOG.
      *
           READ CLEAN-LOG-FILE
               AT END
                   SET NO-MORE-LOG TO TRUE
           END-READ.
      *
       410-READ-BED-CLEAN.
      *
           READ BED-CLEAN-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BEDS TO TRUE
           END-READ.
      *
       500-FIND-WARD.
      *
      *    LOCATE THE WARD'S ENTRY, ADDING IT ON FIRST SIGHT.  WARDS
      *    BEYOND THE TABLE'S 100 ARE COUNTED AND SKIPPED.
           MOVE 'N' TO WARD-FOUND-WS.
           PERFORM 510-SEARCH-WARD
               VARYING WARD-SUB FROM 1 BY 1
               UNTIL WARD-SUB > WARD-COUNT
                  OR WARD-FOUND.
           IF WARD-FOUND
      *        PERFORM VARYING LEAVES WARD-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM WARD-SUB
           ELSE
               IF WARD-COUNT < 100
                   ADD 1 TO WARD-COUNT
                   MOVE WARD-COUNT TO WARD-SUB
                   MOVE WD-WARD-ID TO WT-WARD-ID (WARD-SUB)
                   MOVE ZERO TO WT-BEDS-CLEANED (WARD-SUB),
                                WT-BEDS-TIMED (WARD-SUB),
                                WT-TOTAL-MINUTES (WARD-SUB),
                                WT-MAX-MINUTES (WARD-SUB),
                                WT-STILL-DIRTY (WARD-SUB),
                                WT-OLDEST-DIRTY (WARD-SUB)
                   MOVE 'Y' TO WARD-FOUND-WS
               ELSE
                   ADD 1 TO HT-TABLE-FULL-COUNT
               END-IF
           END-IF.
      *
       510-SEARCH-WARD.
      *
           IF WT-WARD-ID (WARD-SUB) = WD-WARD-ID
               MOVE 'Y' TO WARD-FOUND-WS
           END-IF.
      *
       550-COMPUTE-ELAPSED.
      *
      *    WHOLE DAYS BETWEEN THE DATES TIMES 1440, PLUS THE
      *    DIFFERENCE IN MINUTES-OF-DAY.  NEVER LESS THAN ZERO.
           COMPUTE EL-MINUTES =
               (FUNCTION INTEGER-OF-DATE(EL-TO-DATE)
                - FUNCTION INTEGER-OF-DATE(EL-FROM-DATE)) * 1440
               + (EL-TO-HH * 60 + EL-TO-MM)
               - (EL-FROM-HH * 60 + EL-FROM-MM).
           IF EL-MINUTES < ZERO
               MOVE ZERO TO EL-MINUTES
           END-IF.
      *
       560-FORMAT-HOURS-MINUTES.
      *
           DIVIDE HM-MINUTES-IN BY 60
               GIVING HM-HOURS REMAINDER HM-MINUTES.
           MOVE HM-HOURS   TO HM-ED-HOURS.
           MOVE HM-MINUTES TO HM-ED-MINUTES.
      *
       600-ACCUMULATE-CLEAN.
      *
           ADD 1 TO WT-BEDS-CLEANED (WARD-SUB), HT-BEDS-CLEANED.
           IF HK-DISCHARGE-DATE NOT = ZERO
               MOVE HK-DISCHARGE-DATE TO EL-FROM-DATE
               MOVE HK-DISCHARGE-TIME TO EL-FROM-TIME
               MOVE HK-CLEAN-DATE     TO EL-TO-DATE
               MOVE HK-CLEAN-TIME     TO EL-TO-TIME
               PERFORM 550-COMPUTE-ELAPSED
               ADD 1 TO WT-BEDS-TIMED (WARD-SUB), HT-BEDS-TIMED
               ADD EL-MINUTES TO WT-TOTAL-MINUTES (WARD-SUB),
                                 HT-TOTAL-MINUTES
               IF EL-MINUTES > WT-MAX-MINUTES (WARD-SUB)
                   MOVE EL-MINUTES TO WT-MAX-MINUTES (WARD-SUB)
               END-IF
               IF EL-MINUTES > HT-MAX-MINUTES
                   MOVE EL-MINUTES TO HT-MAX-MINUTES
               END-IF
           END-IF.
      *
       620-ACCUMULATE-DIRTY.
      *
           ADD BC-BEDS-DIRTY TO WT-STILL-DIRTY (WARD-SUB),
                                HT-STILL-DIRTY.
      *    THE SLOTS ARE OLDEST FIRST; ONLY STAMPED ONES ARE TIMED.
           MOVE 1 TO SLOT-SUB.
           IF BC-DISCHARGE-DATE (SLOT-SUB) NOT = ZERO
               MOVE BC-DISCHARGE-DATE (SLOT-SUB) TO EL-FROM-DATE
               MOVE BC-DISCHARGE-TIME (SLOT-SUB) TO EL-FROM-TIME
               MOVE CURRENT-DATE-TIME-WS(1:8)    TO EL-TO-DATE
               MOVE CURRENT-DATE-TIME-WS(9:6)    TO EL-TO-TIME
               PERFORM 550-COMPUTE-ELAPSED
               IF EL-MINUTES > WT-OLDEST-DIRTY (WARD-SUB)
                   MOVE EL-MINUTES TO WT-OLDEST-DIRTY (WARD-SUB)
               END-IF
               IF EL-MINUTES > HT-OLDEST-DIRTY
                   MOVE EL-MINUTES TO HT-OLDEST-DIRTY
               END-IF
           END-IF.
      *
       640-WRITE-HEADING-LINES.
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
       650-WRITE-WARD-LINE.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 640-WRITE-HEADING-LINES
           END-IF.
           MOVE WT-WARD-ID (WARD-SUB)      TO WD-WARD-ID.
           MOVE WT-BEDS-CLEANED (WARD-SUB) TO WD-CLEANED.
           COMPUTE WD-UNTIMED = WT-BEDS-CLEANED (WARD-SUB)
                              - WT-BEDS-TIMED (WARD-SUB).
           IF WT-BEDS-TIMED (WARD-SUB) > ZERO
               COMPUTE AVERAGE-MINUTES-WS ROUNDED =
                   WT-TOTAL-MINUTES (WARD-SUB)
                   / WT-BEDS-TIMED (WARD-SUB)
           ELSE
               MOVE ZERO TO AVERAGE-MINUTES-WS
           END-IF.
           MOVE AVERAGE-MINUTES-WS TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-AVG-TURN.
           MOVE WT-MAX-MINUTES (WARD-SUB) TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-MAX-TURN.
           MOVE WT-STILL-DIRTY (WARD-SUB) TO WD-STILL-DIRTY.
           MOVE WT-OLDEST-DIRTY (WARD-SUB) TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-OLDEST-DIRTY.
           WRITE PRINT-LINE FROM WARD-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
      *
       700-WRITE-HOSPITAL-TOTALS.
      *
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 640-WRITE-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           MOVE 'ALL ' TO WD-WARD-ID.
           MOVE HT-BEDS-CLEANED TO WD-CLEANED.
           COMPUTE WD-UNTIMED = HT-BEDS-CLEANED - HT-BEDS-TIMED.
           IF HT-BEDS-TIMED > ZERO
               COMPUTE AVERAGE-MINUTES-WS ROUNDED =
                   HT-TOTAL-MINUTES / HT-BEDS-TIMED
           ELSE
               MOVE ZERO TO AVERAGE-MINUTES-WS
           END-IF.
           MOVE AVERAGE-MINUTES-WS TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-AVG-TURN.
           MOVE HT-MAX-MINUTES TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-MAX-TURN.
           MOVE HT-STILL-DIRTY TO WD-STILL-DIRTY.
           MOVE HT-OLDEST-DIRTY TO HM-MINUTES-IN.
           PERFORM 560-FORMAT-HOURS-MINUTES.
           MOVE HM-EDITED TO WD-OLDEST-DIRTY.
           WRITE PRINT-LINE FROM WARD-DETAIL-LINE
               AFTER ADVANCING 1.
           IF HT-TABLE-FULL-COUNT > ZERO
               DISPLAY 'BEDTURN - WARD TABLE FULL, RECORDS SKIPPED: '
                   HT-TABLE-FULL-COUNT
           END-IF.
      *
       900-WRAP-UP.
           CLOSE CLEAN-LOG-FILE, BED-CLEAN-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

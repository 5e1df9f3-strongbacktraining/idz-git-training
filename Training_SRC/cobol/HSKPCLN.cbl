      ******************************************************************
      * HSKPCLN                                                        *
      * Housekeeping bed-clean posting.  Each HSKPTRAN transaction     *
      * says housekeeping has cleaned one bed in a ward/room and       *
      * when; it is driven through ROOMASGN's 'C' BED-CLEANED call     *
      * (room capacity fetched from ROOM_DATA, as RESVCONV does), so   *
      * the oldest dirty bed in the room is marked ready, its          *
      * discharge-to-clean time is logged for BEDTURN, and a           *
      * waitlisted patient is placed into it in the same call.  The    *
      * freed bed's class and equipment keyword on the transaction     *
      * steer that placement the way a discharge call's do.  A room    *
      * with no bed awaiting cleaning is rejected on the register.     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSKPCLN.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE
               ASSIGN TO HSKPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO HSKPCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HSKP-TRAN-RECORD.
           05  HT-WARD-ID                PIC X(4).
           05  HT-ROOM-ID                PIC X(4).
           05  HT-CLEAN-DATE             PIC 9(8).
           05  HT-CLEAN-TIME             PIC 9(6).
           05  HT-BED-CLASS              PIC X(1).
           05  HT-EQUIP-KEYWORD          PIC X(10).
           05  FILLER                    PIC X(7).
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
       77  WS-CALLED-PROGRAM             PIC X(8)  VALUE SPACES.
       01  ROOMASGN-PARMS-WS.
           05  RA-WARD-ID                PIC X(4).
           05  RA-ROOM-ID                PIC X(4).
           05  RA-NUMBER-OF-BEDS         PIC S9(4) COMP.
           05  RA-FUNCTION               PIC X(1).
           05  RA-RETURN-CODE            PIC S9(4) COMP.
               88  RA-ASSIGNMENT-OK              VALUE 0.
               88  RA-NO-DIRTY-BED               VALUE 28.
           05  RA-PATIENT-ID             PIC X(8).
           05  RA-PATIENT-NAME           PIC X(25).
           05  RA-TO-WARD-ID             PIC X(4).
           05  RA-TO-ROOM-ID             PIC X(4).
           05  RA-TO-NUMBER-OF-BEDS      PIC S9(4) COMP.
           05  RA-BED-CLASS              PIC X(1).
           05  RA-EQUIP-KEYWORD          PIC X(10).
           05  RA-QUEUE-PRIORITY         PIC 9(1).
           05  RA-PLACED-PATIENT-ID      PIC X(8).
           05  RA-CLEAN-DATE             PIC 9(8).
           05  RA-CLEAN-TIME             PIC 9(6).
       01  PROGRAM-SWITCHES.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
       01  CLEAN-COUNTS-WS.
           05  TRANS-READ-COUNT           PIC 9(5) VALUE ZERO.
           05  BEDS-CLEANED-COUNT         PIC 9(5) VALUE ZERO.
           05  PATIENTS-PLACED-COUNT      PIC 9(5) VALUE ZERO.
           05  REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "HOUSEKEEPING BED-CLEAN REGISTER - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  REPORT-DETAIL-LINE.
           05  RD-WARD-ID        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-ROOM-ID        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-CLEAN-DATE     PIC XXXX/XX/XX.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RD-CLEAN-TIME     PIC 99B99B99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(30).
           05  RD-PLACED-ID      PIC X(8).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "TRANSACTIONS  ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  CLEANED ".
           05  RT-CLEANED        PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  PLACED ".
           05  RT-PLACED         PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REJECTED ".
           05  RT-REJECTED       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-CLEAN UNTIL NO-MORE-TRANSACTIONS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-POST-CLEAN.
      *
           ADD 1 TO TRANS-READ-COUNT.
           MOVE SPACES TO RD-PLACED-ID.
           PERFORM 500-CLEAN-ONE-BED.
           PERFORM 600-WRITE-REGISTER-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'HOUSEKEEPING TRANSACTION FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BED-CLEAN REGISTER OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       400-READ-TRANSACTION.
      *
           READ TRANFILE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       500-CLEAN-ONE-BED.
      *
      *    THE ROOM'S BED COUNT COMES STRAIGHT FROM ROOM_DATA, THE
      *    SAME CAPACITY EVERY OTHER ROOMASGN CALLER SUPPLIES.
           MOVE HT-WARD-ID TO WARD-ID.
           MOVE HT-ROOM-ID TO ROOM-ID.
           EXEC SQL
               SELECT NUMBER_OF_BEDS
                   INTO :NUMBER-OF-BEDS
                   FROM DDS0001.ROOM_DATA
                   WHERE WARD_ID = :WARD-ID
                     AND ROOM_ID = :ROOM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               ADD 1 TO REJECTED-COUNT
               MOVE 'ROOM NOT ON ROOM_DATA' TO REPORT-STATUS-WS
           ELSE
               MOVE SPACES          TO ROOMASGN-PARMS-WS
               MOVE HT-WARD-ID      TO RA-WARD-ID
               MOVE HT-ROOM-ID      TO RA-ROOM-ID
               MOVE NUMBER-OF-BEDS  TO RA-NUMBER-OF-BEDS
               MOVE 'C'             TO RA-FUNCTION
               MOVE ZERO            TO RA-RETURN-CODE,
                                       RA-TO-NUMBER-OF-BEDS,
                                       RA-QUEUE-PRIORITY
               MOVE HT-BED-CLASS    TO RA-BED-CLASS
               MOVE HT-EQUIP-KEYWORD TO RA-EQUIP-KEYWORD
               MOVE HT-CLEAN-DATE   TO RA-CLEAN-DATE
               MOVE HT-CLEAN-TIME   TO RA-CLEAN-TIME
               MOVE 'ROOMASGN' TO WS-CALLED-PROGRAM
               CALL WS-CALLED-PROGRAM USING ROOMASGN-PARMS-WS
               EVALUATE TRUE
                   WHEN RA-ASSIGNMENT-OK
                       ADD 1 TO BEDS-CLEANED-COUNT
                       IF RA-PLACED-PATIENT-ID = SPACES
                           MOVE 'CLEAN - BED READY'
                               TO REPORT-STATUS-WS
                       ELSE
                           ADD 1 TO PATIENTS-PLACED-COUNT
                           MOVE 'CLEAN - PLACED FROM WAITLIST'
                               TO REPORT-STATUS-WS
                           MOVE RA-PLACED-PATIENT-ID TO RD-PLACED-ID
                       END-IF
                   WHEN RA-NO-DIRTY-BED
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'NO BED AWAITING CLEANING'
                           TO REPORT-STATUS-WS
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'BED-CLEAN POSTING FAILED'
                           TO REPORT-STATUS-WS
               END-EVALUATE
           END-IF.
      *
       600-WRITE-REGISTER-LINE.
      *
           MOVE HT-WARD-ID    TO RD-WARD-ID.
           MOVE HT-ROOM-ID    TO RD-ROOM-ID.
           MOVE HT-CLEAN-DATE TO RD-CLEAN-DATE.
           MOVE HT-CLEAN-TIME TO RD-CLEAN-TIME.
           MOVE REPORT-STATUS-WS TO RD-STATUS.
           WRITE PRINT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRANS-READ-COUNT      TO RT-READ.
           MOVE BEDS-CLEANED-COUNT    TO RT-CLEANED.
           MOVE PATIENTS-PLACED-COUNT TO RT-PLACED.
           MOVE REJECTED-COUNT        TO RT-REJECTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE TRANFILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

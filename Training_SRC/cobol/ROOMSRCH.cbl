      * for availability against the ROOM-OCC-FILE ROOMASGN maintains  *
      * and reported in ward/room order with its free-bed count - so   *
      * placing a ventilator-dependent patient stops meaning phoning   *
      * ward clerks.  Only clean free beds count: beds still awaiting  *
      * housekeeping on the BEDCLEAN file are shown but not offered.   *
      * A room flagged for isolation on ROOMISO is full to the search. *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OOS-KEY
               FILE STATUS IS BEDOOS-ST.
           SELECT BED-CLEAN-FILE
               ASSIGN TO UT-S-BEDCLEAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-CLEAN-KEY
               FILE STATUS IS BEDCLEAN-ST.
           SELECT ROOM-ISO-FILE
               ASSIGN TO UT-S-ROOMISO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-ROOM-KEY
               FILE STATUS IS ROOMISO-ST.
           SELECT PRINTFILE
               ASSIGN TO ROOMSRPT
               ORGANIZATION IS SEQUENTIAL
       FD  BED-OOS-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BEDOOS.
      *
      * BED-CLEANING STATUS - FREE BEDS NOT YET CLEANED ARE NOT
      * OFFERED.  OPTIONAL: ABSENT, EVERY FREE BED IS READY.
       FD  BED-CLEAN-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY BEDCLEAN.
      *
      * ROOM ISOLATION FLAGS - A FLAGGED ROOM TAKES NOBODY ELSE.
      * OPTIONAL: ABSENT, NO ROOM IS FLAGGED.
       FD  ROOM-ISO-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY ROOMISO.
       WORKING-STORAGE SECTION.
       01  BEDOOS-ST                     PIC X(2).
           88  BEDOOS-OK                          VALUE '00'.
           88  BEDOOS-AVAILABLE                   VALUE 'Y'.
       01  CLOSED-BEDS-WS                PIC S9(4) COMP.
       01  EFFECTIVE-BEDS-WS             PIC S9(4) COMP.
       01  BEDCLEAN-ST                   PIC X(2).
           88  BEDCLEAN-OK                        VALUE '00'.
       01  BEDCLEAN-AVAILABLE-WS         PIC X(1)  VALUE 'N'.
           88  BEDCLEAN-AVAILABLE                 VALUE 'Y'.
       01  DIRTY-BEDS-WS                 PIC S9(4) COMP.
       01  ROOMISO-ST                    PIC X(2).
           88  ROOMISO-OK                         VALUE '00'.
       01  ROOMISO-AVAILABLE-WS          PIC X(1)  VALUE 'N'.
           88  ROOMISO-AVAILABLE                  VALUE 'Y'.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      * HOST VARIABLE STRUCTURE FOR DDS0001.ROOM_DATA, AS GENERATED BY
           05  FILLER            PIC X(6)  VALUE "WARD".
           05  FILLER            PIC X(6)  VALUE "ROOM".
           05  FILLER            PIC X(11) VALUE "FREE BEDS".
           05  FILLER            PIC X(11) VALUE "NOT CLEAN".
           05  FILLER            PIC X(60) VALUE "EQUIPMENT".
       01  SEARCH-DETAIL-LINE.
           05  SD-WARD-ID        PIC X(4).
           05  SD-ROOM-ID        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-FREE-BEDS      PIC ZZZ9.
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  SD-DIRTY-BEDS     PIC ZZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  SD-EQUIPMENT      PIC X(100).
       01  SEARCH-TOTALS-LINE.
           IF BEDOOS-OK
               MOVE 'Y' TO BEDOOS-AVAILABLE-WS
           END-IF.
           OPEN INPUT BED-CLEAN-FILE.
           IF BEDCLEAN-OK
               MOVE 'Y' TO BEDCLEAN-AVAILABLE-WS
           END-IF.
           OPEN INPUT ROOM-ISO-FILE.
           IF ROOMISO-OK
               MOVE 'Y' TO ROOMISO-AVAILABLE-WS
           END-IF.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'ROOM SEARCH REPORT OPEN PROBLEM'
           IF EFFECTIVE-BEDS-WS < ZERO
               MOVE ZERO TO EFFECTIVE-BEDS-WS
           END-IF.
      *
       560-GET-DIRTY-BEDS.
      *
      *    FREE BEDS HOUSEKEEPING HAS NOT YET TURNED ROUND.
           MOVE ZERO TO DIRTY-BEDS-WS.
           IF BEDCLEAN-AVAILABLE
               MOVE WARD-ID TO BC-WARD-ID
               MOVE ROOM-ID TO BC-ROOM-ID
               READ BED-CLEAN-FILE
               IF BEDCLEAN-OK
                   MOVE BC-BEDS-DIRTY TO DIRTY-BEDS-WS
               END-IF
           END-IF.
      *
       510-CHECK-AVAILABILITY.
      *
           PERFORM 550-GET-CLOSED-BEDS.
           PERFORM 560-GET-DIRTY-BEDS.
           MOVE WARD-ID TO RO-WARD-ID.
           MOVE ROOM-ID TO RO-ROOM-ID.
           READ ROOM-OCC-FILE.
      *        THERE - EVERY IN-SERVICE BED IS FREE.
               MOVE EFFECTIVE-BEDS-WS TO FREE-BEDS-WS
           END-IF.
      *    ONLY A CLEAN FREE BED CAN TAKE THE PATIENT.
           IF DIRTY-BEDS-WS > FREE-BEDS-WS
               MOVE FREE-BEDS-WS TO DIRTY-BEDS-WS
           END-IF.
           SUBTRACT DIRTY-BEDS-WS FROM FREE-BEDS-WS.
      *    AN ISOLATION ROOM HAS NO BED TO OFFER ANYONE.
           IF ROOMISO-AVAILABLE
               MOVE WARD-ID TO RI-WARD-ID
               MOVE ROOM-ID TO RI-ROOM-ID
               READ ROOM-ISO-FILE
               IF ROOMISO-OK
                   MOVE ZERO TO FREE-BEDS-WS
               END-IF
           END-IF.
           IF FREE-BEDS-WS <= ZERO
               MOVE 'N' TO ROOM-QUALIFIES-WS
           END-IF.
           MOVE WARD-ID TO SD-WARD-ID.
           MOVE ROOM-ID TO SD-ROOM-ID.
           MOVE FREE-BEDS-WS TO SD-FREE-BEDS.
           MOVE DIRTY-BEDS-WS TO SD-DIRTY-BEDS.
           MOVE SPECIAL-EQUIPMENT(1:100) TO SD-EQUIPMENT.
           WRITE PRINT-LINE FROM SEARCH-DETAIL-LINE.
      *
           IF BEDOOS-AVAILABLE
               CLOSE BED-OOS-FILE
           END-IF.
           IF BEDCLEAN-AVAILABLE
               CLOSE BED-CLEAN-FILE
           END-IF.
           IF ROOMISO-AVAILABLE
               CLOSE ROOM-ISO-FILE
           END-IF.
           CLOSE ROOM-OCC-FILE, PRINTFILE.
      *
       999-ERROR-RTN.

      ******************************************************************
      * SANCLOAD                                                       *
      * Loads the published government sanctions list into the keyed   *
      * SANCLIST file the SANCMTCH screening routine reads.  The       *
      * published file is a header (list version and publish date),    *
      * one record per listed party and a trailer carrying the entry   *
      * count.  The SANCLIST file is rebuilt from scratch every load,  *
      * each entry stamped with the list version and its name          *
      * normalized the CUSTDEDP way.  A list with no header, or whose  *
      * trailer count does not agree with what was loaded, fails the   *
      * step so screening never runs against a half-loaded list.  The  *
      * load itself is logged to the SANCAUD audit file.               *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SANCLRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCLOAD.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-LIST-FILE
               ASSIGN TO UT-S-SANCPUB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCPUB-ST.
           SELECT SANCLIST-FILE
               ASSIGN TO UT-S-SANCLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-ENTRY-ID
               FILE STATUS IS SANCLIST-ST.
           SELECT SANCAUD-FILE
               ASSIGN TO UT-S-SANCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SANCAUD-ST.
           SELECT PRINTFILE
               ASSIGN TO SANCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE LIST AS PUBLISHED: H HEADER, D ENTRY, T TRAILER.
       FD  PUBLISHED-LIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PUBLISHED-LIST-RECORD.
           05  PB-RECORD-TYPE            PIC X(1).
               88  PB-HEADER                     VALUE 'H'.
               88  PB-ENTRY                      VALUE 'D'.
               88  PB-TRAILER                    VALUE 'T'.
           05  PB-ENTRY-DATA.
               10  PB-ENTRY-ID           PIC X(10).
               10  PB-ENTRY-TYPE         PIC X(1).
               10  PB-ENTRY-NAME         PIC X(40).
               10  PB-PROGRAM            PIC X(10).
               10  PB-COUNTRY            PIC X(2).
               10  FILLER                PIC X(56).
           05  PB-HEADER-DATA REDEFINES PB-ENTRY-DATA.
               10  PB-LIST-VERSION       PIC X(10).
               10  PB-PUBLISH-DATE       PIC 9(8).
               10  FILLER                PIC X(101).
           05  PB-TRAILER-DATA REDEFINES PB-ENTRY-DATA.
               10  PB-ENTRY-COUNT        PIC 9(7).
               10  FILLER                PIC X(112).
      *
       FD  SANCLIST-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY SANCLIST.
      *
       FD  SANCAUD-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY SANCAUD.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  SANCPUB-ST                 PIC X(2).
               88  SANCPUB-OK                     VALUE '00'.
           05  SANCLIST-ST                PIC X(2).
               88  SANCLIST-OK                    VALUE '00'.
           05  SANCAUD-ST                 PIC X(2).
               88  SANCAUD-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  SANCPUB-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PUBLISHED              VALUE 'Y'.
           05  HEADER-SEEN-WS             PIC X(1)  VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
           05  TRAILER-SEEN-WS            PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                   VALUE 'Y'.
       01  LIST-HEADER-WS.
           05  LIST-VERSION-WS            PIC X(10) VALUE SPACES.
           05  PUBLISH-DATE-WS            PIC 9(8)  VALUE ZERO.
           05  TRAILER-COUNT-WS           PIC 9(7)  VALUE ZERO.
       01  NORMALIZE-WORK-WS.
           05  NW-TEXT-IN                 PIC X(40).
           05  NW-TEXT-OUT                PIC X(40).
           05  NW-IN-SUB                  PIC 9(2).
           05  NW-OUT-SUB                 PIC 9(2).
       01  LOAD-TOTALS-WS.
           05  ENTRIES-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  ENTRIES-LOADED-COUNT       PIC 9(7) VALUE ZERO.
           05  ENTRIES-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
       01  REJECT-REASON-WS               PIC X(30).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "SANCTIONS LIST LOAD REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  LIST-VERSION-LINE.
           05  FILLER            PIC X(14) VALUE "LIST VERSION  ".
           05  LV-VERSION        PIC X(10).
           05  FILLER            PIC X(17) VALUE "   PUBLISHED ON  ".
           05  LV-PUBLISH-DATE   PIC XXXX/XX/XX.
       01  REJECT-DETAIL-LINE.
           05  FILLER            PIC X(10) VALUE "REJECTED  ".
           05  RJ-ENTRY-ID       PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RJ-ENTRY-NAME     PIC X(40).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RJ-REASON         PIC X(30).
       01  LOAD-TOTALS-LINE.
           05  FILLER            PIC X(15) VALUE "ENTRIES READ   ".
           05  LT-READ           PIC ZZZ,ZZ9.
           05  FILLER            PIC X(15) VALUE "   LOADED     ".
           05  LT-LOADED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(15) VALUE "   REJECTED   ".
           05  LT-REJECTED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(15) VALUE "   TRAILER    ".
           05  LT-TRAILER        PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-PUBLISHED-RECORD UNTIL NO-MORE-PUBLISHED.
           PERFORM 600-CHECK-LIST-CONTROLS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 800-WRITE-LOAD-AUDIT.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SANCLOAD' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
      *
       200-LOAD-PUBLISHED-RECORD.
      *
           READ PUBLISHED-LIST-FILE
               AT END
                   SET NO-MORE-PUBLISHED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                   WHEN PB-HEADER
                       PERFORM 500-TAKE-LIST-HEADER
                   WHEN PB-ENTRY
                       ADD 1 TO ENTRIES-READ-COUNT
                       PERFORM 520-LOAD-LIST-ENTRY
                   WHEN PB-TRAILER
                       SET TRAILER-SEEN TO TRUE
                       MOVE PB-ENTRY-COUNT TO TRAILER-COUNT-WS
                   WHEN OTHER
                       MOVE SPACES TO PB-ENTRY-ID
                       MOVE 'UNKNOWN RECORD TYPE' TO REJECT-REASON-WS
                       PERFORM 590-REJECT-ENTRY
                   END-EVALUATE
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT PUBLISHED-LIST-FILE.
           IF NOT SANCPUB-OK
               DISPLAY 'PUBLISHED SANCTIONS LIST OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PUBLISHED SANCTIONS LIST OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCPUB' TO EL-FILE-NAME
               MOVE SANCPUB-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT SANCLIST-FILE.
           IF NOT SANCLIST-OK
               DISPLAY 'SANCTIONS LIST FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS LIST FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCLIST' TO EL-FILE-NAME
               MOVE SANCLIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN EXTEND SANCAUD-FILE.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'SANCTIONS LOAD REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS LOAD REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-TAKE-LIST-HEADER.
      *
           IF HEADER-SEEN
               DISPLAY 'SANCLOAD: SECOND HEADER ON PUBLISHED LIST'
               MOVE '500-TAKE-LIST-HEADER'
                  TO EL-PARAGRAPH
               MOVE 'SECOND HEADER ON PUBLISHED SANCTIONS LIST'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           SET HEADER-SEEN TO TRUE.
           MOVE PB-LIST-VERSION TO LIST-VERSION-WS, LV-VERSION.
           MOVE PB-PUBLISH-DATE TO PUBLISH-DATE-WS, LV-PUBLISH-DATE.
           WRITE PRINT-LINE FROM LIST-VERSION-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
       520-LOAD-LIST-ENTRY.
      *
      *    ENTRIES AHEAD OF THE HEADER WOULD CARRY NO VERSION.
           IF NOT HEADER-SEEN
               DISPLAY 'SANCLOAD: PUBLISHED LIST HAS NO HEADER'
               MOVE '520-LOAD-LIST-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'PUBLISHED SANCTIONS LIST HAS NO HEADER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           IF PB-ENTRY-ID = SPACES OR PB-ENTRY-NAME = SPACES
               MOVE 'ENTRY ID OR NAME MISSING' TO REJECT-REASON-WS
               PERFORM 590-REJECT-ENTRY
           ELSE
               MOVE SPACES TO SANCTIONS-LIST-RECORD
               MOVE PB-ENTRY-ID     TO SL-ENTRY-ID
               MOVE PB-ENTRY-TYPE   TO SL-ENTRY-TYPE
               MOVE PB-ENTRY-NAME   TO SL-ENTRY-NAME
               MOVE PB-PROGRAM      TO SL-PROGRAM
               MOVE PB-COUNTRY      TO SL-COUNTRY
               MOVE LIST-VERSION-WS TO SL-LIST-VERSION
               MOVE PUBLISH-DATE-WS TO SL-PUBLISH-DATE
               MOVE PB-ENTRY-NAME   TO NW-TEXT-IN
               PERFORM 550-NORMALIZE-TEXT
               MOVE NW-TEXT-OUT     TO SL-NAME-NORM
               MOVE NW-OUT-SUB      TO SL-NAME-LENGTH
               WRITE SANCTIONS-LIST-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE ENTRY ID'
                           TO REJECT-REASON-WS
                       PERFORM 590-REJECT-ENTRY
                   NOT INVALID KEY
                       ADD 1 TO ENTRIES-LOADED-COUNT
               END-WRITE
           END-IF.
      *
       550-NORMALIZE-TEXT.
      *
      *    UPPER-CASE AND SQUEEZE OUT SPACES AND PUNCTUATION, THE
      *    SAME RULE SANCMTCH APPLIES TO THE NAMES IT SCREENS.
           INSPECT NW-TEXT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/&' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ      '.
           MOVE SPACES TO NW-TEXT-OUT.
           MOVE ZERO TO NW-OUT-SUB.
           PERFORM 560-SQUEEZE-CHARACTER
               VARYING NW-IN-SUB FROM 1 BY 1
               UNTIL NW-IN-SUB > 40.
      *
       560-SQUEEZE-CHARACTER.
      *
           IF NW-TEXT-IN(NW-IN-SUB:1) NOT = SPACE
               ADD 1 TO NW-OUT-SUB
               MOVE NW-TEXT-IN(NW-IN-SUB:1)
                   TO NW-TEXT-OUT(NW-OUT-SUB:1)
           END-IF.
      *
       590-REJECT-ENTRY.
      *
           ADD 1 TO ENTRIES-REJECTED-COUNT.
           MOVE PB-ENTRY-ID TO RJ-ENTRY-ID.
           MOVE PB-ENTRY-NAME TO RJ-ENTRY-NAME.
           MOVE REJECT-REASON-WS TO RJ-REASON.
           WRITE PRINT-LINE FROM REJECT-DETAIL-LINE.
      *
       600-CHECK-LIST-CONTROLS.
      *
           IF NOT HEADER-SEEN
               DISPLAY 'SANCLOAD: PUBLISHED LIST HAS NO HEADER'
               MOVE '600-CHECK-LIST-CONTROLS'
                  TO EL-PARAGRAPH
               MOVE 'PUBLISHED SANCTIONS LIST HAS NO HEADER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           IF NOT TRAILER-SEEN
               OR TRAILER-COUNT-WS NOT = ENTRIES-READ-COUNT
               DISPLAY 'SANCLOAD: TRAILER COUNT ' TRAILER-COUNT-WS
                   ' ENTRIES READ ' ENTRIES-READ-COUNT
               MOVE '600-CHECK-LIST-CONTROLS'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS LIST TRAILER COUNT OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE ENTRIES-READ-COUNT     TO LT-READ.
           MOVE ENTRIES-LOADED-COUNT   TO LT-LOADED.
           MOVE ENTRIES-REJECTED-COUNT TO LT-REJECTED.
           MOVE TRAILER-COUNT-WS       TO LT-TRAILER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM LOAD-TOTALS-LINE.
           DISPLAY 'SANCLOAD: VERSION ' LIST-VERSION-WS
               ' LOADED ' ENTRIES-LOADED-COUNT
               ' REJECTED ' ENTRIES-REJECTED-COUNT.
      *
       800-WRITE-LOAD-AUDIT.
      *
           MOVE SPACES TO SANCTIONS-AUDIT-RECORD.
           MOVE BD-BUSINESS-DATE TO SK-EVENT-DATE.
           SET SK-LIST-LOADED TO TRUE.
           MOVE 'SANCLOAD' TO SK-PROGRAM.
           MOVE LIST-VERSION-WS TO SK-LIST-VERSION.
           MOVE 'SANCLIST' TO SK-PARTY-SOURCE.
           MOVE 'ENTRIES LOADED' TO SK-PARTY-NAME.
           MOVE ENTRIES-LOADED-COUNT TO SK-PARTY-KEY.
           MOVE ZERO TO SK-SCORE, SK-THRESHOLD, SK-PAYMENT-REF.
           WRITE SANCTIONS-AUDIT-RECORD.
           IF NOT SANCAUD-OK
               DISPLAY 'SANCTIONS AUDIT WRITE PROBLEM'
               MOVE '800-WRITE-LOAD-AUDIT'
                  TO EL-PARAGRAPH
               MOVE 'SANCTIONS AUDIT WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SANCAUD' TO EL-FILE-NAME
               MOVE SANCAUD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           CLOSE PUBLISHED-LIST-FILE, SANCLIST-FILE, SANCAUD-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

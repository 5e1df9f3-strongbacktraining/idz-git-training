      ******************************************************************
      * IMGCMP                                                         *
      * Field-level compare of two IMGCOPY image-copy generations of   *
      * the same indexed master (CLAIMFILE, CUSTFILE, ROOM-OCC-FILE,   *
      * POLMAST or LOANMAST).  The control card names the record       *
      * copybook the records are laid out by; both copies must carry   *
      * that copybook's IMGCOPY file type in their headers.  The two   *
      * copies are matched on the master's key, in the key sequence    *
      * IMGCOPY wrote them in, and every key only on the new copy is   *
      * reported ADDED, every key only on the old copy DELETED, and    *
      * every matched record that differs CHANGED - one line per       *
      * changed field, with its before and after values edited by      *
      * the field's data type from the IMGLAYT layout table.           *
      *                                                                *
      * The summary gives record counts and, for every field in the    *
      * layout, how many matched records had it changed and what       *
      * percentage of the matched records that is - a field changed    *
      * on every record stands out as a mass mis-update, and a test    *
      * run can be proved to have touched only the fields it should.   *
      * The control card may cap the number of detail lines printed;   *
      * the counts always cover the whole file.                        *
      *                                                                *
      * RETURN-CODE 0 - the copies are identical                       *
      *             4 - differences were reported                      *
      *             8 - a copy is incomplete (trailer count does not   *
      *                 match the records read), so the compare is     *
      *                 not to be relied on                            *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGCMP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPCTL-FILE
               ASSIGN TO UT-S-CMPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPCTL-ST.
           SELECT OLD-IMAGE-FILE
               ASSIGN TO UT-S-IMGOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-IMAGE-ST.
           SELECT NEW-IMAGE-FILE
               ASSIGN TO UT-S-IMGNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-IMAGE-ST.
           SELECT PRINTFILE
               ASSIGN TO IMGCMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CMPCTL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  CMPCTL-RECORD.
           05  CC-LAYOUT-NAME            PIC X(8).
           05  CC-DETAIL-LIMIT           PIC 9(6).
      *
       FD  OLD-IMAGE-FILE
           RECORD CONTAINS 345 CHARACTERS.
       01  OLD-IMAGE-RECORD.
           05  OI-RECORD-TYPE            PIC X(1).
               88  OI-HEADER                     VALUE 'H'.
               88  OI-DETAIL                     VALUE 'D'.
               88  OI-TRAILER                    VALUE 'T'.
           05  OI-DATA                   PIC X(344).
       01  OLD-HEADER-RECORD REDEFINES OLD-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  OH-GENERATION             PIC 9(4).
           05  OH-FILE-TYPE              PIC X(7).
           05  OH-COPY-DATE              PIC 9(8).
           05  FILLER                    PIC X(325).
       01  OLD-DETAIL-RECORD REDEFINES OLD-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  OD-RECORD-IMAGE           PIC X(334).
           05  FILLER                    PIC X(10).
       01  OLD-TRAILER-RECORD REDEFINES OLD-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  OT-RECORD-COUNT           PIC 9(9).
           05  FILLER                    PIC X(335).
      *
       FD  NEW-IMAGE-FILE
           RECORD CONTAINS 345 CHARACTERS.
       01  NEW-IMAGE-RECORD.
           05  NI-RECORD-TYPE            PIC X(1).
               88  NI-HEADER                     VALUE 'H'.
               88  NI-DETAIL                     VALUE 'D'.
               88  NI-TRAILER                    VALUE 'T'.
           05  NI-DATA                   PIC X(344).
       01  NEW-HEADER-RECORD REDEFINES NEW-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  NH-GENERATION             PIC 9(4).
           05  NH-FILE-TYPE              PIC X(7).
           05  NH-COPY-DATE              PIC 9(8).
           05  FILLER                    PIC X(325).
       01  NEW-DETAIL-RECORD REDEFINES NEW-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  ND-RECORD-IMAGE           PIC X(334).
           05  FILLER                    PIC X(10).
       01  NEW-TRAILER-RECORD REDEFINES NEW-IMAGE-RECORD.
           05  FILLER                    PIC X(1).
           05  NT-RECORD-COUNT           PIC 9(9).
           05  FILLER                    PIC X(335).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY IMGLAYT.
       01  PROGRAM-SWITCHES.
           05  CMPCTL-ST                  PIC X(2).
               88  CMPCTL-OK                      VALUE '00'.
           05  OLD-IMAGE-ST               PIC X(2).
               88  OLD-IMAGE-OK                   VALUE '00'.
           05  NEW-IMAGE-ST               PIC X(2).
               88  NEW-IMAGE-OK                   VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLD-EOF-WS                 PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD                     VALUE 'Y'.
           05  NEW-EOF-WS                 PIC X(1)  VALUE 'N'.
               88  NO-MORE-NEW                     VALUE 'Y'.
           05  OLD-TRAILER-SEEN-WS        PIC X(1)  VALUE 'N'.
           05  NEW-TRAILER-SEEN-WS        PIC X(1)  VALUE 'N'.
           05  COPY-INCOMPLETE-WS         PIC X(1)  VALUE 'N'.
               88  COPY-INCOMPLETE                 VALUE 'Y'.
      *
      * THE LAYOUT NAMED ON THE CONTROL CARD, AND ITS FIELDS COPIED
      * OUT OF IMGLAYT IN RECORD ORDER WITH A CHANGE COUNT EACH.
       01  COMPARE-LAYOUT-WS.
           05  LAYOUT-NAME-WS             PIC X(8).
           05  LAYOUT-FILE-TYPE-WS        PIC X(7).
           05  RECORD-LENGTH-WS           PIC S9(4) COMP VALUE ZERO.
           05  KEY-LENGTH-WS              PIC S9(4) COMP VALUE ZERO.
           05  DETAIL-LIMIT-WS            PIC 9(6)  VALUE ZERO.
           05  LAYOUT-FILE-SUB            PIC S9(4) COMP VALUE ZERO.
           05  LAYOUT-FILE-FOUND-SUB      PIC S9(4) COMP VALUE ZERO.
           05  LAYOUT-FIELD-SUB           PIC S9(4) COMP VALUE ZERO.
           05  LAYOUT-FILE-MAX            PIC S9(4) COMP VALUE ZERO.
           05  LAYOUT-FIELD-MAX           PIC S9(4) COMP VALUE ZERO.
           05  FIELD-COUNT-WS             PIC S9(4) COMP VALUE ZERO.
           05  FIELD-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  COMPARE-FIELD-TABLE.
           05  COMPARE-FIELD OCCURS 40 TIMES.
               10  CF-FIELD-NAME          PIC X(24).
               10  CF-FIELD-OFFSET        PIC S9(4) COMP.
               10  CF-FIELD-LENGTH        PIC S9(4) COMP.
               10  CF-FIELD-TYPE          PIC X(1).
                   88  CF-ALPHANUMERIC            VALUE 'X'.
                   88  CF-ZONED                   VALUE 'N'.
                   88  CF-PACKED                  VALUE 'P'.
                   88  CF-BINARY                  VALUE 'B'.
               10  CF-FIELD-DECIMALS      PIC 9(1).
               10  CF-CHANGE-COUNT        PIC 9(9).
      *
       01  SAVED-HEADERS-WS.
           05  OLD-GENERATION-WS          PIC 9(4).
           05  OLD-FILE-TYPE-WS           PIC X(7).
           05  OLD-COPY-DATE-WS           PIC 9(8).
           05  NEW-GENERATION-WS          PIC 9(4).
           05  NEW-FILE-TYPE-WS           PIC X(7).
           05  NEW-COPY-DATE-WS           PIC 9(8).
       01  MATCH-KEYS-WS.
           05  OLD-KEY-WS                 PIC X(20).
           05  NEW-KEY-WS                 PIC X(20).
       01  COMPARE-COUNTS-WS.
           05  OLD-DETAIL-COUNT-WS        PIC 9(9) VALUE ZERO.
           05  NEW-DETAIL-COUNT-WS        PIC 9(9) VALUE ZERO.
           05  OLD-TRAILER-COUNT-WS       PIC 9(9) VALUE ZERO.
           05  NEW-TRAILER-COUNT-WS       PIC 9(9) VALUE ZERO.
           05  ADDED-COUNT-WS             PIC 9(9) VALUE ZERO.
           05  DELETED-COUNT-WS           PIC 9(9) VALUE ZERO.
           05  CHANGED-COUNT-WS           PIC 9(9) VALUE ZERO.
           05  UNCHANGED-COUNT-WS         PIC 9(9) VALUE ZERO.
           05  MATCHED-COUNT-WS           PIC 9(9) VALUE ZERO.
           05  FIELD-CHANGES-WS           PIC 9(9) VALUE ZERO.
           05  DETAIL-LINES-WS            PIC 9(9) VALUE ZERO.
           05  SUPPRESSED-LINES-WS        PIC 9(9) VALUE ZERO.
           05  FIELD-PCT-WS               PIC 9(3)V99 VALUE ZERO.
      *
      * ONE CHANGED FIELD IS LIFTED OUT OF BOTH RECORDS, THEN EACH
      * SIDE IS EDITED IN TURN THROUGH FIELD-BYTES-WS.  A TEXT FIELD
      * TOO WIDE FOR THE COLUMN IS SHOWN FROM ITS FIRST CHANGED BYTE.
       01  FIELD-WORK-WS.
           05  FIELD-OFFSET-WS            PIC S9(4) COMP VALUE ZERO.
           05  FIELD-LENGTH-WS            PIC S9(4) COMP VALUE ZERO.
           05  OLD-FIELD-WS               PIC X(120).
           05  NEW-FIELD-WS               PIC X(120).
           05  FIELD-BYTES-WS             PIC X(120).
           05  FORMATTED-VALUE-WS         PIC X(30).
           05  BYTE-SUB                   PIC S9(4) COMP VALUE ZERO.
           05  FIRST-DIFF-WS              PIC S9(4) COMP VALUE ZERO.
           05  WINDOW-START-WS            PIC S9(4) COMP VALUE ZERO.
           05  WINDOW-LENGTH-WS           PIC S9(4) COMP VALUE ZERO.
           05  PAD-START-WS               PIC S9(4) COMP VALUE ZERO.
           05  INTEGER-VALUE-WS           PIC S9(18) VALUE ZERO.
           05  SCALED-VALUE-WS            PIC S9(16)V99 VALUE ZERO.
           05  EDITED-WHOLE-WS            PIC -(17)9.
           05  EDITED-DECIMAL-WS          PIC -(15)9.99.
       01  ZONED-WORK-WS.
           05  ZONED-WORK-X               PIC X(18).
           05  ZONED-WORK-N  REDEFINES ZONED-WORK-X
                                          PIC 9(18).
       01  PACKED-WORK-WS.
           05  PACKED-WORK-X              PIC X(9).
           05  PACKED-WORK-N REDEFINES PACKED-WORK-X
                                          PIC S9(17) COMP-3.
       01  BINARY-WORK-WS.
           05  HALFWORD-X                 PIC X(2).
           05  HALFWORD-N    REDEFINES HALFWORD-X
                                          PIC S9(4) COMP.
           05  FULLWORD-X                 PIC X(4).
           05  FULLWORD-N    REDEFINES FULLWORD-X
                                          PIC S9(9) COMP.
       01  HEX-WORK-WS.
           05  HEX-DIGITS                 PIC X(16)
                                          VALUE '0123456789ABCDEF'.
           05  HEX-BYTE-N                 PIC 9(4) COMP.
           05  HEX-BYTE-X    REDEFINES HEX-BYTE-N
                                          PIC X(2).
           05  HEX-HIGH-WS                PIC 9(4) COMP.
           05  HEX-LOW-WS                 PIC 9(4) COMP.
           05  HEX-OUT-SUB                PIC S9(4) COMP.
      *
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(35) VALUE
                   "IMGCMP   IMAGE COPY FIELD COMPARE".
           05  FILLER            PIC X(15) VALUE "BUSINESS DATE ".
           05  HDG-DATE          PIC 9(8).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(7)  VALUE "LAYOUT ".
           05  HDG-LAYOUT        PIC X(8).
           05  FILLER            PIC X(12) VALUE "  FILE TYPE ".
           05  HDG-FILE-TYPE     PIC X(7).
           05  FILLER            PIC X(17) VALUE "  OLD GENERATION ".
           05  HDG-OLD-GEN       PIC 9(4).
           05  FILLER            PIC X(8)  VALUE " COPIED ".
           05  HDG-OLD-DATE      PIC 9(8).
           05  FILLER            PIC X(17) VALUE "  NEW GENERATION ".
           05  HDG-NEW-GEN       PIC 9(4).
           05  FILLER            PIC X(8)  VALUE " COPIED ".
           05  HDG-NEW-DATE      PIC 9(8).
       01  HEADING-LINE-THREE.
           05  FILLER            PIC X(32) VALUE
                   " ACTION   KEY".
           05  FILLER            PIC X(25) VALUE "FIELD".
           05  FILLER            PIC X(6)  VALUE "BYTE".
           05  FILLER            PIC X(32) VALUE "BEFORE".
           05  FILLER            PIC X(5)  VALUE "AFTER".
       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DL-ACTION         PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DL-KEY            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DL-FIELD          PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DL-FROM-BYTE      PIC ZZZ.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DL-BEFORE         PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DL-AFTER          PIC X(30).
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  SL-LABEL          PIC X(40).
           05  SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  INCOMPLETE-LINE.
           05  FILLER            PIC X(5)  VALUE " *** ".
           05  INC-SIDE          PIC X(3).
           05  FILLER            PIC X(33) VALUE
                   " COPY INCOMPLETE - TRAILER COUNT ".
           05  INC-TRAILER       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(15) VALUE "  RECORDS READ ".
           05  INC-READ          PIC ZZZ,ZZZ,ZZ9.
       01  FIELD-SUMMARY-HEADING.
           05  FILLER            PIC X(26) VALUE
                   " FIELD CHANGE SUMMARY".
           05  FILLER            PIC X(15) VALUE "       CHANGED".
           05  FILLER            PIC X(20) VALUE "   PCT OF MATCHED".
       01  FIELD-SUMMARY-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FS-FIELD          PIC X(24).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FS-CHANGED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FS-PCT            PIC ZZ9.99.
           05  FILLER            PIC X(1)  VALUE "%".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FS-FLAG           PIC X(30).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-MATCH-RECORDS
               UNTIL NO-MORE-OLD AND NO-MORE-NEW.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 900-WRAP-UP.
           EVALUATE TRUE
               WHEN COPY-INCOMPLETE
                   DISPLAY 'IMGCMP: IMAGE COPY INCOMPLETE - '
                       'COMPARE NOT RELIABLE'
                   MOVE 8 TO RETURN-CODE
               WHEN ADDED-COUNT-WS   > ZERO
                 OR DELETED-COUNT-WS > ZERO
                 OR CHANGED-COUNT-WS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-COMPARE-CONTROL.
           PERFORM 320-READ-HEADERS.
           PERFORM 330-WRITE-HEADINGS.
           PERFORM 410-READ-OLD-IMAGE.
           PERFORM 420-READ-NEW-IMAGE.
      *
       200-MATCH-RECORDS.
      *
      *    BOTH COPIES ARE IN MASTER KEY SEQUENCE; AN EXHAUSTED COPY
      *    HOLDS HIGH-VALUES SO THE OTHER RUNS OUT AGAINST IT.
           EVALUATE TRUE
               WHEN OLD-KEY-WS < NEW-KEY-WS
                   PERFORM 520-REPORT-DELETED
                   PERFORM 410-READ-OLD-IMAGE
               WHEN OLD-KEY-WS > NEW-KEY-WS
                   PERFORM 510-REPORT-ADDED
                   PERFORM 420-READ-NEW-IMAGE
               WHEN OTHER
                   PERFORM 530-COMPARE-RECORDS
                   PERFORM 410-READ-OLD-IMAGE
                   PERFORM 420-READ-NEW-IMAGE
           END-EVALUATE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CMPCTL-FILE.
           IF NOT CMPCTL-OK
               DISPLAY 'COMPARE CONTROL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPARE CONTROL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT OLD-IMAGE-FILE.
           IF NOT OLD-IMAGE-OK
               DISPLAY 'OLD IMAGE COPY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD IMAGE COPY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT NEW-IMAGE-FILE.
           IF NOT NEW-IMAGE-OK
               DISPLAY 'NEW IMAGE COPY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW IMAGE COPY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'IMAGE COMPARE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'IMAGE COMPARE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-COMPARE-CONTROL.
      *
           READ CMPCTL-FILE
               AT END
                   DISPLAY 'COMPARE CONTROL FILE IS EMPTY'
                   MOVE '310-READ-COMPARE-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE 'COMPARE CONTROL FILE IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
           MOVE CC-LAYOUT-NAME TO LAYOUT-NAME-WS.
           IF CC-DETAIL-LIMIT NUMERIC
               MOVE CC-DETAIL-LIMIT TO DETAIL-LIMIT-WS
           END-IF.
           CLOSE CMPCTL-FILE.
           COMPUTE LAYOUT-FILE-MAX =
               LENGTH OF IMAGE-LAYOUT-FILE-TABLE
               / LENGTH OF IMAGE-LAYOUT-FILE (1).
           COMPUTE LAYOUT-FIELD-MAX =
               LENGTH OF IMAGE-LAYOUT-FIELD-TABLE
               / LENGTH OF IMAGE-LAYOUT-FIELD (1).
           PERFORM 315-FIND-LAYOUT-FILE
               VARYING LAYOUT-FILE-SUB FROM 1 BY 1
               UNTIL LAYOUT-FILE-SUB > LAYOUT-FILE-MAX.
           IF LAYOUT-FILE-FOUND-SUB = ZERO
               DISPLAY 'IMGCMP: NO FIELD LAYOUT FOR COPYBOOK - '
                   LAYOUT-NAME-WS
               MOVE '310-READ-COMPARE-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'NO FIELD LAYOUT FOR THAT COPYBOOK'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           MOVE IL-FILE-TYPE (LAYOUT-FILE-FOUND-SUB)
               TO LAYOUT-FILE-TYPE-WS.
           MOVE IL-RECORD-LENGTH (LAYOUT-FILE-FOUND-SUB)
               TO RECORD-LENGTH-WS.
           MOVE IL-KEY-LENGTH (LAYOUT-FILE-FOUND-SUB)
               TO KEY-LENGTH-WS.
           PERFORM 316-LOAD-LAYOUT-FIELD
               VARYING LAYOUT-FIELD-SUB FROM 1 BY 1
               UNTIL LAYOUT-FIELD-SUB > LAYOUT-FIELD-MAX.
      *
       315-FIND-LAYOUT-FILE.
      *
           IF IL-FILE-LAYOUT-NAME (LAYOUT-FILE-SUB) = LAYOUT-NAME-WS
               MOVE LAYOUT-FILE-SUB TO LAYOUT-FILE-FOUND-SUB
           END-IF.
      *
       316-LOAD-LAYOUT-FIELD.
      *
           IF IL-LAYOUT-NAME (LAYOUT-FIELD-SUB) = LAYOUT-NAME-WS
               ADD 1 TO FIELD-COUNT-WS
               IF FIELD-COUNT-WS > 40
                   DISPLAY 'IMGCMP: TOO MANY FIELDS IN LAYOUT - '
                       LAYOUT-NAME-WS
                   MOVE '316-LOAD-LAYOUT-FIELD'
                      TO EL-PARAGRAPH
                   MOVE 'COMPARE FIELD TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               MOVE IL-FIELD-NAME (LAYOUT-FIELD-SUB)
                   TO CF-FIELD-NAME (FIELD-COUNT-WS)
               MOVE IL-FIELD-OFFSET (LAYOUT-FIELD-SUB)
                   TO CF-FIELD-OFFSET (FIELD-COUNT-WS)
               MOVE IL-FIELD-LENGTH (LAYOUT-FIELD-SUB)
                   TO CF-FIELD-LENGTH (FIELD-COUNT-WS)
               MOVE IL-FIELD-TYPE (LAYOUT-FIELD-SUB)
                   TO CF-FIELD-TYPE (FIELD-COUNT-WS)
               MOVE IL-FIELD-DECIMALS (LAYOUT-FIELD-SUB)
                   TO CF-FIELD-DECIMALS (FIELD-COUNT-WS)
               MOVE ZERO TO CF-CHANGE-COUNT (FIELD-COUNT-WS)
           END-IF.
      *
       320-READ-HEADERS.
      *
      *    BOTH COPIES MUST OPEN WITH AN IMGCOPY HEADER FOR THE FILE
      *    TYPE THE NAMED COPYBOOK DESCRIBES.
           READ OLD-IMAGE-FILE
               AT END
                   MOVE SPACE TO OI-RECORD-TYPE
           END-READ.
           IF NOT OI-HEADER
               DISPLAY 'IMGCMP: OLD IMAGE COPY HAS NO HEADER'
               MOVE '320-READ-HEADERS'
                  TO EL-PARAGRAPH
               MOVE 'OLD IMAGE COPY HAS NO HEADER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           MOVE OH-GENERATION TO OLD-GENERATION-WS.
           MOVE OH-FILE-TYPE  TO OLD-FILE-TYPE-WS.
           MOVE OH-COPY-DATE  TO OLD-COPY-DATE-WS.
           READ NEW-IMAGE-FILE
               AT END
                   MOVE SPACE TO NI-RECORD-TYPE
           END-READ.
           IF NOT NI-HEADER
               DISPLAY 'IMGCMP: NEW IMAGE COPY HAS NO HEADER'
               MOVE '320-READ-HEADERS'
                  TO EL-PARAGRAPH
               MOVE 'NEW IMAGE COPY HAS NO HEADER'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           MOVE NH-GENERATION TO NEW-GENERATION-WS.
           MOVE NH-FILE-TYPE  TO NEW-FILE-TYPE-WS.
           MOVE NH-COPY-DATE  TO NEW-COPY-DATE-WS.
           IF OLD-FILE-TYPE-WS NOT = LAYOUT-FILE-TYPE-WS
               OR NEW-FILE-TYPE-WS NOT = LAYOUT-FILE-TYPE-WS
               DISPLAY 'IMGCMP: COPIES ARE ' OLD-FILE-TYPE-WS
                   ' AND ' NEW-FILE-TYPE-WS ' - ' LAYOUT-NAME-WS
                   ' DESCRIBES ' LAYOUT-FILE-TYPE-WS
               MOVE '320-READ-HEADERS'
                  TO EL-PARAGRAPH
               MOVE 'IMAGE COPY FILE TYPE DOES NOT MATCH'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       330-WRITE-HEADINGS.
      *
           MOVE BD-BUSINESS-DATE    TO HDG-DATE.
           MOVE LAYOUT-NAME-WS      TO HDG-LAYOUT.
           MOVE LAYOUT-FILE-TYPE-WS TO HDG-FILE-TYPE.
           MOVE OLD-GENERATION-WS   TO HDG-OLD-GEN.
           MOVE OLD-COPY-DATE-WS    TO HDG-OLD-DATE.
           MOVE NEW-GENERATION-WS   TO HDG-NEW-GEN.
           MOVE NEW-COPY-DATE-WS    TO HDG-NEW-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-THREE.
      *
       410-READ-OLD-IMAGE.
      *
           READ OLD-IMAGE-FILE
               AT END
                   SET NO-MORE-OLD TO TRUE
           END-READ.
           IF NOT NO-MORE-OLD
               EVALUATE TRUE
                   WHEN OI-DETAIL
                       ADD 1 TO OLD-DETAIL-COUNT-WS
                       MOVE SPACES TO OLD-KEY-WS
                       MOVE OD-RECORD-IMAGE (1:KEY-LENGTH-WS)
                           TO OLD-KEY-WS
                   WHEN OI-TRAILER
                       MOVE 'Y' TO OLD-TRAILER-SEEN-WS
                       MOVE OT-RECORD-COUNT TO OLD-TRAILER-COUNT-WS
                       SET NO-MORE-OLD TO TRUE
                   WHEN OTHER
                       DISPLAY 'IMGCMP: BAD RECORD TYPE ON OLD COPY'
                       MOVE '410-READ-OLD-IMAGE'
                          TO EL-PARAGRAPH
                       MOVE 'BAD RECORD TYPE ON OLD IMAGE COPY'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
               END-EVALUATE
           END-IF.
           IF NO-MORE-OLD
               MOVE HIGH-VALUES TO OLD-KEY-WS
           END-IF.
      *
       420-READ-NEW-IMAGE.
      *
           READ NEW-IMAGE-FILE
               AT END
                   SET NO-MORE-NEW TO TRUE
           END-READ.
           IF NOT NO-MORE-NEW
               EVALUATE TRUE
                   WHEN NI-DETAIL
                       ADD 1 TO NEW-DETAIL-COUNT-WS
                       MOVE SPACES TO NEW-KEY-WS
                       MOVE ND-RECORD-IMAGE (1:KEY-LENGTH-WS)
                           TO NEW-KEY-WS
                   WHEN NI-TRAILER
                       MOVE 'Y' TO NEW-TRAILER-SEEN-WS
                       MOVE NT-RECORD-COUNT TO NEW-TRAILER-COUNT-WS
                       SET NO-MORE-NEW TO TRUE
                   WHEN OTHER
                       DISPLAY 'IMGCMP: BAD RECORD TYPE ON NEW COPY'
                       MOVE '420-READ-NEW-IMAGE'
                          TO EL-PARAGRAPH
                       MOVE 'BAD RECORD TYPE ON NEW IMAGE COPY'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
               END-EVALUATE
           END-IF.
           IF NO-MORE-NEW
               MOVE HIGH-VALUES TO NEW-KEY-WS
           END-IF.
      *
       510-REPORT-ADDED.
      *
           ADD 1 TO ADDED-COUNT-WS.
           MOVE SPACES     TO DL-FIELD, DL-BEFORE, DL-AFTER.
           MOVE ZERO       TO DL-FROM-BYTE.
           MOVE 'ADDED'    TO DL-ACTION.
           MOVE NEW-KEY-WS TO DL-KEY.
           PERFORM 690-PRINT-DETAIL-LINE.
      *
       520-REPORT-DELETED.
      *
           ADD 1 TO DELETED-COUNT-WS.
           MOVE SPACES     TO DL-FIELD, DL-BEFORE, DL-AFTER.
           MOVE ZERO       TO DL-FROM-BYTE.
           MOVE 'DELETED'  TO DL-ACTION.
           MOVE OLD-KEY-WS TO DL-KEY.
           PERFORM 690-PRINT-DETAIL-LINE.
      *
       530-COMPARE-RECORDS.
      *
           ADD 1 TO MATCHED-COUNT-WS.
           IF OD-RECORD-IMAGE (1:RECORD-LENGTH-WS) =
              ND-RECORD-IMAGE (1:RECORD-LENGTH-WS)
               ADD 1 TO UNCHANGED-COUNT-WS
           ELSE
               ADD 1 TO CHANGED-COUNT-WS
               PERFORM 540-COMPARE-FIELD
                   VARYING FIELD-SUB FROM 1 BY 1
                   UNTIL FIELD-SUB > FIELD-COUNT-WS
           END-IF.
      *
       540-COMPARE-FIELD.
      *
           MOVE CF-FIELD-OFFSET (FIELD-SUB) TO FIELD-OFFSET-WS.
           MOVE CF-FIELD-LENGTH (FIELD-SUB) TO FIELD-LENGTH-WS.
           MOVE SPACES TO OLD-FIELD-WS, NEW-FIELD-WS.
           MOVE OD-RECORD-IMAGE (FIELD-OFFSET-WS:FIELD-LENGTH-WS)
               TO OLD-FIELD-WS.
           MOVE ND-RECORD-IMAGE (FIELD-OFFSET-WS:FIELD-LENGTH-WS)
               TO NEW-FIELD-WS.
           IF OLD-FIELD-WS NOT = NEW-FIELD-WS
               ADD 1 TO CF-CHANGE-COUNT (FIELD-SUB)
               ADD 1 TO FIELD-CHANGES-WS
               PERFORM 550-FIND-WINDOW
               MOVE 'CHANGED'  TO DL-ACTION
               MOVE OLD-KEY-WS TO DL-KEY
               MOVE CF-FIELD-NAME (FIELD-SUB) TO DL-FIELD
               IF WINDOW-START-WS > 1
                   MOVE WINDOW-START-WS TO DL-FROM-BYTE
               ELSE
                   MOVE ZERO TO DL-FROM-BYTE
               END-IF
               MOVE OLD-FIELD-WS TO FIELD-BYTES-WS
               PERFORM 600-FORMAT-VALUE
               MOVE FORMATTED-VALUE-WS TO DL-BEFORE
               MOVE NEW-FIELD-WS TO FIELD-BYTES-WS
               PERFORM 600-FORMAT-VALUE
               MOVE FORMATTED-VALUE-WS TO DL-AFTER
               PERFORM 690-PRINT-DETAIL-LINE
           END-IF.
      *
       550-FIND-WINDOW.
      *
      *    A TEXT FIELD WIDER THAN THE 30-BYTE COLUMN IS SHOWN FROM
      *    ITS FIRST CHANGED BYTE (OR THE LAST 30 BYTES IF THE CHANGE
      *    IS NEARER THE END); DL-FROM-BYTE SAYS WHERE THE VIEW STARTS.
           MOVE 1 TO WINDOW-START-WS.
           MOVE FIELD-LENGTH-WS TO WINDOW-LENGTH-WS.
           IF CF-ALPHANUMERIC (FIELD-SUB)
               AND FIELD-LENGTH-WS > 30
               MOVE 30 TO WINDOW-LENGTH-WS
               MOVE ZERO TO FIRST-DIFF-WS
               PERFORM 555-COMPARE-BYTE
                   VARYING BYTE-SUB FROM 1 BY 1
                   UNTIL BYTE-SUB > FIELD-LENGTH-WS
                      OR FIRST-DIFF-WS > ZERO
               IF FIRST-DIFF-WS > FIELD-LENGTH-WS - 29
                   COMPUTE WINDOW-START-WS = FIELD-LENGTH-WS - 29
               ELSE
                   MOVE FIRST-DIFF-WS TO WINDOW-START-WS
               END-IF
           END-IF.
      *
       555-COMPARE-BYTE.
      *
           IF OLD-FIELD-WS (BYTE-SUB:1) NOT = NEW-FIELD-WS (BYTE-SUB:1)
               MOVE BYTE-SUB TO FIRST-DIFF-WS
           END-IF.
      *
       600-FORMAT-VALUE.
      *
      *    EDITS FIELD-BYTES-WS BY THE FIELD'S DATA TYPE INTO
      *    FORMATTED-VALUE-WS.  NUMERIC FIELDS HOLDING INVALID DATA
      *    ARE SHOWN AS THEY STAND (ZONED) OR IN HEX (PACKED).
           MOVE SPACES TO FORMATTED-VALUE-WS.
           EVALUATE TRUE
               WHEN CF-ZONED (FIELD-SUB)
                   PERFORM 610-FORMAT-ZONED
               WHEN CF-PACKED (FIELD-SUB)
                   PERFORM 620-FORMAT-PACKED
               WHEN CF-BINARY (FIELD-SUB)
                   PERFORM 630-FORMAT-BINARY
               WHEN OTHER
                   MOVE FIELD-BYTES-WS
                        (WINDOW-START-WS:WINDOW-LENGTH-WS)
                       TO FORMATTED-VALUE-WS
           END-EVALUATE.
      *
       610-FORMAT-ZONED.
      *
           MOVE ALL '0' TO ZONED-WORK-X.
           COMPUTE PAD-START-WS = 19 - FIELD-LENGTH-WS.
           MOVE FIELD-BYTES-WS (1:FIELD-LENGTH-WS)
               TO ZONED-WORK-X (PAD-START-WS:FIELD-LENGTH-WS).
           IF ZONED-WORK-N NUMERIC
               MOVE ZONED-WORK-N TO INTEGER-VALUE-WS
               PERFORM 640-EDIT-NUMBER
           ELSE
               MOVE FIELD-BYTES-WS (1:FIELD-LENGTH-WS)
                   TO FORMATTED-VALUE-WS
           END-IF.
      *
       620-FORMAT-PACKED.
      *
      *    LEADING X'00' BYTES ARE ZERO DIGITS, SO THE FIELD IS
      *    RIGHT-ALIGNED INTO A NINE-BYTE PACKED WORK AREA.
           MOVE LOW-VALUES TO PACKED-WORK-X.
           COMPUTE PAD-START-WS = 10 - FIELD-LENGTH-WS.
           MOVE FIELD-BYTES-WS (1:FIELD-LENGTH-WS)
               TO PACKED-WORK-X (PAD-START-WS:FIELD-LENGTH-WS).
           IF PACKED-WORK-N NUMERIC
               MOVE PACKED-WORK-N TO INTEGER-VALUE-WS
               PERFORM 640-EDIT-NUMBER
           ELSE
               PERFORM 650-FORMAT-HEX
           END-IF.
      *
       630-FORMAT-BINARY.
      *
           EVALUATE FIELD-LENGTH-WS
               WHEN 2
                   MOVE FIELD-BYTES-WS (1:2) TO HALFWORD-X
                   MOVE HALFWORD-N TO INTEGER-VALUE-WS
                   PERFORM 640-EDIT-NUMBER
               WHEN 4
                   MOVE FIELD-BYTES-WS (1:4) TO FULLWORD-X
                   MOVE FULLWORD-N TO INTEGER-VALUE-WS
                   PERFORM 640-EDIT-NUMBER
               WHEN OTHER
                   PERFORM 650-FORMAT-HEX
           END-EVALUATE.
      *
       640-EDIT-NUMBER.
      *
           IF CF-FIELD-DECIMALS (FIELD-SUB) = ZERO
               MOVE INTEGER-VALUE-WS TO EDITED-WHOLE-WS
               MOVE EDITED-WHOLE-WS TO FORMATTED-VALUE-WS
           ELSE
               COMPUTE SCALED-VALUE-WS =
                   INTEGER-VALUE-WS
                   / (10 ** CF-FIELD-DECIMALS (FIELD-SUB))
               MOVE SCALED-VALUE-WS TO EDITED-DECIMAL-WS
               MOVE EDITED-DECIMAL-WS TO FORMATTED-VALUE-WS
           END-IF.
      *
       650-FORMAT-HEX.
      *
           MOVE "X'" TO FORMATTED-VALUE-WS (1:2).
           MOVE 3 TO HEX-OUT-SUB.
           PERFORM 655-HEX-BYTE
               VARYING BYTE-SUB FROM 1 BY 1
               UNTIL BYTE-SUB > FIELD-LENGTH-WS
                  OR BYTE-SUB > 13.
           MOVE "'" TO FORMATTED-VALUE-WS (HEX-OUT-SUB:1).
      *
       655-HEX-BYTE.
      *
           MOVE LOW-VALUES TO HEX-BYTE-X.
           MOVE FIELD-BYTES-WS (BYTE-SUB:1) TO HEX-BYTE-X (2:1).
           DIVIDE HEX-BYTE-N BY 16
               GIVING HEX-HIGH-WS REMAINDER HEX-LOW-WS.
           MOVE HEX-DIGITS (HEX-HIGH-WS + 1:1)
               TO FORMATTED-VALUE-WS (HEX-OUT-SUB:1).
           MOVE HEX-DIGITS (HEX-LOW-WS + 1:1)
               TO FORMATTED-VALUE-WS (HEX-OUT-SUB + 1:1).
           ADD 2 TO HEX-OUT-SUB.
      *
       690-PRINT-DETAIL-LINE.
      *
      *    A DETAIL LIMIT OF ZERO PRINTS EVERY LINE.
           IF DETAIL-LIMIT-WS > ZERO
               AND DETAIL-LINES-WS NOT < DETAIL-LIMIT-WS
               ADD 1 TO SUPPRESSED-LINES-WS
           ELSE
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO DETAIL-LINES-WS
           END-IF.
      *
       700-WRITE-SUMMARY.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'RECORDS ON OLD COPY' TO SL-LABEL.
           MOVE OLD-DETAIL-COUNT-WS   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'RECORDS ON NEW COPY' TO SL-LABEL.
           MOVE NEW-DETAIL-COUNT-WS   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'MATCHED RECORDS UNCHANGED' TO SL-LABEL.
           MOVE UNCHANGED-COUNT-WS    TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'MATCHED RECORDS CHANGED' TO SL-LABEL.
           MOVE CHANGED-COUNT-WS      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'RECORDS ADDED'       TO SL-LABEL.
           MOVE ADDED-COUNT-WS        TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'RECORDS DELETED'     TO SL-LABEL.
           MOVE DELETED-COUNT-WS      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE 'FIELD CHANGES'       TO SL-LABEL.
           MOVE FIELD-CHANGES-WS      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           IF SUPPRESSED-LINES-WS > ZERO
               MOVE 'DETAIL LINES NOT PRINTED - OVER LIMIT'
                   TO SL-LABEL
               MOVE SUPPRESSED-LINES-WS TO SL-COUNT
               WRITE PRINT-LINE FROM SUMMARY-LINE
           END-IF.
           PERFORM 710-CHECK-TRAILERS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM FIELD-SUMMARY-HEADING.
           PERFORM 750-WRITE-FIELD-SUMMARY
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > FIELD-COUNT-WS.
      *
       710-CHECK-TRAILERS.
      *
      *    A COPY WHOSE TRAILER IS MISSING OR DISAGREES WITH THE
      *    RECORDS READ WAS CUT SHORT - ITS "DELETES" MEAN NOTHING.
           IF OLD-TRAILER-SEEN-WS NOT = 'Y'
               OR OLD-TRAILER-COUNT-WS NOT = OLD-DETAIL-COUNT-WS
               SET COPY-INCOMPLETE TO TRUE
               MOVE 'OLD'                TO INC-SIDE
               MOVE OLD-TRAILER-COUNT-WS TO INC-TRAILER
               MOVE OLD-DETAIL-COUNT-WS  TO INC-READ
               WRITE PRINT-LINE FROM INCOMPLETE-LINE
           END-IF.
           IF NEW-TRAILER-SEEN-WS NOT = 'Y'
               OR NEW-TRAILER-COUNT-WS NOT = NEW-DETAIL-COUNT-WS
               SET COPY-INCOMPLETE TO TRUE
               MOVE 'NEW'                TO INC-SIDE
               MOVE NEW-TRAILER-COUNT-WS TO INC-TRAILER
               MOVE NEW-DETAIL-COUNT-WS  TO INC-READ
               WRITE PRINT-LINE FROM INCOMPLETE-LINE
           END-IF.
      *
       750-WRITE-FIELD-SUMMARY.
      *
           MOVE CF-FIELD-NAME (FIELD-SUB)   TO FS-FIELD.
           MOVE CF-CHANGE-COUNT (FIELD-SUB) TO FS-CHANGED.
           MOVE ZERO   TO FIELD-PCT-WS.
           MOVE SPACES TO FS-FLAG.
           IF MATCHED-COUNT-WS > ZERO
               COMPUTE FIELD-PCT-WS ROUNDED =
                   CF-CHANGE-COUNT (FIELD-SUB) * 100
                   / MATCHED-COUNT-WS
           END-IF.
           IF CF-CHANGE-COUNT (FIELD-SUB) > ZERO
               AND CF-CHANGE-COUNT (FIELD-SUB) = MATCHED-COUNT-WS
               MOVE '<== EVERY MATCHED RECORD' TO FS-FLAG
           END-IF.
           MOVE FIELD-PCT-WS TO FS-PCT.
           WRITE PRINT-LINE FROM FIELD-SUMMARY-LINE.
      *
       900-WRAP-UP.
           CLOSE OLD-IMAGE-FILE, NEW-IMAGE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'IMGCMP' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * RTNMAGE                                                        *
      * Monthly bad-address aging report.  Lists every customer whose  *
      * CONTPREF bad-address flag is still on, with the address the    *
      * post office returned, the post office reason and how many      *
      * days the address has been bad, and totals them by age band -   *
      * every one of these customers is getting no letters,            *
      * statements or ID cards until customer service gets a good      *
      * address into CUSTMNT.                                          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (BADADRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAGE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO BADADRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CONTPREF-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-PREFERENCES            VALUE 'Y'.
       01  AGING-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DAYS-BAD-WS                PIC S9(5).
           05  BAND-SUB                   PIC 9(1).
      *
      * AGE BANDS: 0-30, 31-60, 61-90, 91-180 AND OVER 180 DAYS.
       01  BAND-LABELS-WS.
           05  FILLER            PIC X(14) VALUE "0-30 DAYS".
           05  FILLER            PIC X(14) VALUE "31-60 DAYS".
           05  FILLER            PIC X(14) VALUE "61-90 DAYS".
           05  FILLER            PIC X(14) VALUE "91-180 DAYS".
           05  FILLER            PIC X(14) VALUE "OVER 180 DAYS".
       01  BAND-LABEL-TABLE REDEFINES BAND-LABELS-WS.
           05  BAND-LABEL        PIC X(14) OCCURS 5.
       01  BAND-COUNTS-WS.
           05  BAND-COUNT        PIC 9(7) OCCURS 5.
       01  AGING-TOTALS-WS.
           05  PREFERENCES-READ-COUNT     PIC 9(7) VALUE ZERO.
           05  BAD-ADDRESS-COUNT          PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "BAD ADDRESS AGING REPORT -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(8)  VALUE "CUST".
           05  FILLER            PIC X(19) VALUE "NAME".
           05  FILLER            PIC X(22) VALUE "ADDRESS RETURNED".
           05  FILLER            PIC X(16) VALUE "CITY".
           05  FILLER            PIC X(4)  VALUE "ST".
           05  FILLER            PIC X(13) VALUE "BAD SINCE".
           05  FILLER            PIC X(5)  VALUE "RSN".
           05  FILLER            PIC X(5)  VALUE "SRC".
           05  FILLER            PIC X(6)  VALUE "DAYS".
           05  FILLER            PIC X(14) VALUE "BAND".
       01  AGING-DETAIL-LINE.
           05  AD-CUST-ID        PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AD-NAME           PIC X(17).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-ADDRESS        PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-CITY           PIC X(14).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-STATE          PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-BAD-SINCE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AD-REASON         PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AD-SOURCE         PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-DAYS-BAD       PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-BAND           PIC X(14).
       01  BAND-TOTAL-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  BT-BAND           PIC X(14).
           05  BT-COUNT          PIC ZZZ,ZZ9.
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(18) VALUE "PREFERENCES READ  ".
           05  RT-READ           PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE "  BAD ADDRESSES   ".
           05  RT-BAD            PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-PREFERENCE UNTIL NO-MORE-PREFERENCES.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'RTNMAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           MOVE ZERO TO BAND-COUNTS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-CHECK-PREFERENCE.
      *
           READ CONTPREF-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PREFERENCES TO TRUE
               NOT AT END
                   ADD 1 TO PREFERENCES-READ-COUNT
                   IF CP-BAD-ADDRESS
                       PERFORM 500-AGE-BAD-ADDRESS
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT CONTPREF-FILE.
           IF NOT CONTPREF-OK
               DISPLAY 'CONTACT PREF FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONTACT PREF FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CONTPREF' TO EL-FILE-NAME
               MOVE CONTPREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT CUSTFILE.
           IF NOT CUSTFILE-OK
               DISPLAY 'CUSTOMER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUST' TO EL-FILE-NAME
               MOVE CUSTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'BAD ADDRESS AGING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BAD ADDRESS AGING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-AGE-BAD-ADDRESS.
      *
           ADD 1 TO BAD-ADDRESS-COUNT.
           COMPUTE DAYS-BAD-WS = TODAY-INT-WS -
               FUNCTION INTEGER-OF-DATE(CP-BAD-ADDRESS-DATE).
           IF DAYS-BAD-WS < ZERO
               MOVE ZERO TO DAYS-BAD-WS
           END-IF.
           EVALUATE TRUE
           WHEN DAYS-BAD-WS <= 30
               MOVE 1 TO BAND-SUB
           WHEN DAYS-BAD-WS <= 60
               MOVE 2 TO BAND-SUB
           WHEN DAYS-BAD-WS <= 90
               MOVE 3 TO BAND-SUB
           WHEN DAYS-BAD-WS <= 180
               MOVE 4 TO BAND-SUB
           WHEN OTHER
               MOVE 5 TO BAND-SUB
           END-EVALUATE.
           ADD 1 TO BAND-COUNT(BAND-SUB).
           MOVE CP-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD, AD-CUST-ID.
           MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD.
           READ CUSTFILE
               INVALID KEY
                   MOVE SPACES TO CUST-MASTER-RECORD
                   MOVE 'NOT ON CUSTOMER FILE' TO ADDR
                       OF CUST-MASTER-RECORD
           END-READ.
           MOVE NAME  OF CUST-MASTER-RECORD TO AD-NAME.
           MOVE ADDR  OF CUST-MASTER-RECORD TO AD-ADDRESS.
           MOVE CITY  OF CUST-MASTER-RECORD TO AD-CITY.
           MOVE STATE OF CUST-MASTER-RECORD TO AD-STATE.
           MOVE CP-BAD-ADDRESS-DATE TO AD-BAD-SINCE.
           MOVE CP-RETURN-REASON    TO AD-REASON.
           MOVE CP-RETURN-SOURCE    TO AD-SOURCE.
           MOVE DAYS-BAD-WS         TO AD-DAYS-BAD.
           MOVE BAND-LABEL(BAND-SUB) TO AD-BAND.
           WRITE PRINT-LINE FROM AGING-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 710-WRITE-BAND-TOTAL
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > 5.
           MOVE PREFERENCES-READ-COUNT TO RT-READ.
           MOVE BAD-ADDRESS-COUNT      TO RT-BAD.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       710-WRITE-BAND-TOTAL.
      *
           MOVE BAND-LABEL(BAND-SUB) TO BT-BAND.
           MOVE BAND-COUNT(BAND-SUB) TO BT-COUNT.
           WRITE PRINT-LINE FROM BAND-TOTAL-LINE.
      *
       900-WRAP-UP.
           CLOSE CONTPREF-FILE, CUSTFILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CMPLAGE                                                        *
      * Weekly open-complaint aging over the COMPLNT regulatory        *
      * complaint log CMPLMNT maintains.  Every complaint still open   *
      * is listed with its source, category, received and response    *
      * due dates and the calendar days it has been open, bucketed     *
      * 0-15, 16-30, 31-60 and over 60 days.  A complaint whose        *
      * response is already past due is flagged OVERDUE; one due       *
      * within the next five business days (found by advancing the    *
      * business date through BUSDAY) is flagged so the response can   *
      * go out before the deadline.  Totals by source and bucket       *
      * close the report.                                              *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (CMPARPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLAGE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO UT-S-COMPLNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-COMPLAINT-NO
               FILE STATUS IS COMPLNT-ST.
           SELECT PRINTFILE
               ASSIGN TO CMPARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMPLNT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  COMPLNT-ST                 PIC X(2).
               88  COMPLNT-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  COMPLNT-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-COMPLAINTS             VALUE 'Y'.
      *
      * BUSINESS DAYS AHEAD OF ITS DEADLINE AN OPEN COMPLAINT IS
      * FLAGGED FOR ATTENTION.
       77  WARNING-DAYS                   PIC 9(3) VALUE 5.
       77  WARNING-LIMIT-DATE             PIC 9(8) VALUE ZERO.
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  RECEIVED-INT-WS            PIC 9(9) COMP.
           05  DAYS-OPEN-WS               PIC S9(5).
           05  AGE-BUCKET-SUB             PIC 9(1).
      *
      * OPEN-COMPLAINT AGING BUCKETS - 0-15, 16-30, 31-60, OVER 60.
       01  AGING-BUCKETS-WS.
           05  AB-COMPLAINT-COUNT         PIC 9(5) OCCURS 4.
       01  RUN-TOTALS-WS.
           05  COMPLAINT-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  OPEN-COMPLAINT-COUNT       PIC 9(7) VALUE ZERO.
           05  OPEN-DOI-COUNT             PIC 9(7) VALUE ZERO.
           05  OPEN-DIRECT-COUNT          PIC 9(7) VALUE ZERO.
           05  OVERDUE-COUNT              PIC 9(7) VALUE ZERO.
           05  DUE-SOON-COUNT             PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
           COPY BUSDYCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "OPEN COMPLAINT AGING -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(20) VALUE
                   "   DEADLINE WARNING ".
           05  HDG-WARNING-DATE  PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "COMPLAINT".
           05  FILLER            PIC X(7)  VALUE "CUST".
           05  FILLER            PIC X(10) VALUE "POLICY".
           05  FILLER            PIC X(13) VALUE "CLAIM".
           05  FILLER            PIC X(5)  VALUE "SRC".
           05  FILLER            PIC X(5)  VALUE "CAT".
           05  FILLER            PIC X(4)  VALUE "ST".
           05  FILLER            PIC X(12) VALUE "RECEIVED".
           05  FILLER            PIC X(12) VALUE "DUE".
           05  FILLER            PIC X(7)  VALUE "   DAYS".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "DEADLINE".
       01  COMPLAINT-DETAIL-LINE.
           05  CD-COMPLAINT-NO   PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-CUST-ID        PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-CLAIM-KEY.
               10  CD-CLAIM-POLICY-NO PIC 9(7).
               10  CD-CLAIM-DASH PIC X(1).
               10  CD-CLAIM-SEQ-NO PIC 9(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-SOURCE         PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CD-CATEGORY       PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-STATE          PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-RECEIVED       PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-DUE            PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-DAYS-OPEN      PIC ZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CD-DEADLINE-FLAG  PIC X(20).
       01  BUCKET-LINE.
           05  BL-BUCKET-NAME    PIC X(16).
           05  FILLER            PIC X(14) VALUE "COMPLAINTS    ".
           05  BL-COMPLAINT-COUNT PIC ZZZZ9.
       01  BUCKET-NAMES-WS.
           05  FILLER            PIC X(16) VALUE "0-15 DAYS".
           05  FILLER            PIC X(16) VALUE "16-30 DAYS".
           05  FILLER            PIC X(16) VALUE "31-60 DAYS".
           05  FILLER            PIC X(16) VALUE "OVER 60 DAYS".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES-WS.
           05  BUCKET-NAME       PIC X(16) OCCURS 4.
       01  COUNT-TOTAL-LINE.
           05  TL-COUNT-NAME     PIC X(30).
           05  TL-COUNT          PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-COMPLAINT UNTIL NO-MORE-COMPLAINTS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'CMPLAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 150-GET-WARNING-DATE.
           MOVE WARNING-LIMIT-DATE TO HDG-WARNING-DATE.
           INITIALIZE AGING-BUCKETS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-WARNING-DATE.
      *
      *    RESPONSE DEADLINES RUN IN BUSINESS DAYS, SO THE WARNING
      *    WINDOW DOES TOO.  ANY OPEN COMPLAINT DUE ON OR BEFORE
      *    THIS DATE IS FLAGGED.
           SET BDY-ADD-BUSINESS-DAYS TO TRUE.
           MOVE BD-BUSINESS-DATE TO BDY-DATE-IN.
           MOVE WARNING-DAYS TO BDY-DAYS-TO-ADD.
           MOVE SPACES TO BDY-SITE-CODE.
           CALL 'BUSDAY' USING BUSDAY-PARMS-WS.
           IF BDY-OK
               MOVE BDY-DATE-OUT TO WARNING-LIMIT-DATE
           ELSE
               DISPLAY 'CMPLAGE: BUSDAY FAILED - WARNING WINDOW '
                   'IS TODAY ONLY'
               MOVE BD-BUSINESS-DATE TO WARNING-LIMIT-DATE
           END-IF.
      *
       200-AGE-COMPLAINT.
      *
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COMPLAINTS TO TRUE
               NOT AT END
                   ADD 1 TO COMPLAINT-READ-COUNT
                   IF CM-OPEN
                       PERFORM 500-LIST-OPEN-COMPLAINT
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT COMPLAINT-FILE.
           IF NOT COMPLNT-OK
               DISPLAY 'COMPLAINT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'COMPLNT' TO EL-FILE-NAME
               MOVE COMPLNT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'COMPLAINT AGING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT AGING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-LIST-OPEN-COMPLAINT.
      *
           ADD 1 TO OPEN-COMPLAINT-COUNT.
           IF CM-DEPT-OF-INSURANCE
               ADD 1 TO OPEN-DOI-COUNT
           ELSE
               ADD 1 TO OPEN-DIRECT-COUNT
           END-IF.
           COMPUTE RECEIVED-INT-WS =
               FUNCTION INTEGER-OF-DATE(CM-RECEIVED-DATE).
           COMPUTE DAYS-OPEN-WS = TODAY-INT-WS - RECEIVED-INT-WS.
           IF DAYS-OPEN-WS < ZERO
               MOVE ZERO TO DAYS-OPEN-WS
           END-IF.
           EVALUATE TRUE
               WHEN DAYS-OPEN-WS <= 15
                   MOVE 1 TO AGE-BUCKET-SUB
               WHEN DAYS-OPEN-WS <= 30
                   MOVE 2 TO AGE-BUCKET-SUB
               WHEN DAYS-OPEN-WS <= 60
                   MOVE 3 TO AGE-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO AB-COMPLAINT-COUNT(AGE-BUCKET-SUB).
           EVALUATE TRUE
               WHEN CM-RESPONSE-DUE-DATE < BD-BUSINESS-DATE
                   ADD 1 TO OVERDUE-COUNT
                   MOVE 'OVERDUE' TO CD-DEADLINE-FLAG
               WHEN CM-RESPONSE-DUE-DATE <= WARNING-LIMIT-DATE
                   ADD 1 TO DUE-SOON-COUNT
                   MOVE 'DUE WITHIN 5 DAYS' TO CD-DEADLINE-FLAG
               WHEN OTHER
                   MOVE SPACES TO CD-DEADLINE-FLAG
           END-EVALUATE.
           MOVE CM-COMPLAINT-NO       TO CD-COMPLAINT-NO.
           MOVE CM-CUST-ID            TO CD-CUST-ID.
           MOVE CM-POLICY-NO          TO CD-POLICY-NO.
           IF CM-CLAIM-KEY = ZERO
               MOVE SPACES TO CD-CLAIM-KEY
           ELSE
               MOVE CM-CLAIM-POLICY-NO TO CD-CLAIM-POLICY-NO
               MOVE '-' TO CD-CLAIM-DASH
               MOVE CM-CLAIM-SEQ-NO TO CD-CLAIM-SEQ-NO
           END-IF.
           MOVE CM-SOURCE             TO CD-SOURCE.
           MOVE CM-CATEGORY           TO CD-CATEGORY.
           MOVE CM-STATE              TO CD-STATE.
           MOVE CM-RECEIVED-DATE      TO CD-RECEIVED.
           MOVE CM-RESPONSE-DUE-DATE  TO CD-DUE.
           MOVE DAYS-OPEN-WS          TO CD-DAYS-OPEN.
           WRITE PRINT-LINE FROM COMPLAINT-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 710-WRITE-BUCKET-LINE
               VARYING AGE-BUCKET-SUB FROM 1 BY 1
               UNTIL AGE-BUCKET-SUB > 4.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "TOTAL OPEN COMPLAINTS" TO TL-COUNT-NAME.
           MOVE OPEN-COMPLAINT-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM COUNT-TOTAL-LINE.
           MOVE "  FROM THE DEPARTMENT" TO TL-COUNT-NAME.
           MOVE OPEN-DOI-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM COUNT-TOTAL-LINE.
           MOVE "  DIRECT" TO TL-COUNT-NAME.
           MOVE OPEN-DIRECT-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM COUNT-TOTAL-LINE.
           MOVE "OVERDUE" TO TL-COUNT-NAME.
           MOVE OVERDUE-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM COUNT-TOTAL-LINE.
           MOVE "DUE WITHIN 5 BUSINESS DAYS" TO TL-COUNT-NAME.
           MOVE DUE-SOON-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM COUNT-TOTAL-LINE.
           DISPLAY 'CMPLAGE: COMPLAINTS READ ' COMPLAINT-READ-COUNT
                   ' OPEN ' OPEN-COMPLAINT-COUNT
                   ' OVERDUE ' OVERDUE-COUNT
                   ' DUE SOON ' DUE-SOON-COUNT.
      *
       710-WRITE-BUCKET-LINE.
      *
           MOVE BUCKET-NAME(AGE-BUCKET-SUB) TO BL-BUCKET-NAME.
           MOVE AB-COMPLAINT-COUNT(AGE-BUCKET-SUB)
               TO BL-COMPLAINT-COUNT.
           WRITE PRINT-LINE FROM BUCKET-LINE.
      *
       900-WRAP-UP.
           CLOSE COMPLAINT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

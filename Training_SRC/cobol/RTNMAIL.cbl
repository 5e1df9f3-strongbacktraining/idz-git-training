      ******************************************************************
      * RTNMAIL                                                        *
      * Returned-mail posting.  Reads the RTNMAILT transactions keyed  *
      * by the mailroom, or converted from the post office's           *
      * electronic return file, and sets the bad-address flag, the     *
      * date of the first return and the post office reason on the     *
      * customer's CONTPREF record - adding the record if the          *
      * customer has none.  From then on CORRGEN, CUSTSTMT, LOANSTMT   *
      * and IDCARDX hold the customer's mail and list it on the        *
      * MAILSUPP report.  A CUSTMNT address change clears the flag;    *
      * a C transaction clears it when the old address is confirmed    *
      * good after all.  A second return for a flagged customer keeps  *
      * the first date, so the aging in RTNMAGE stays honest.          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (RTNMRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRAN-FILE
               ASSIGN TO RTNMAILT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-ST.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT PRINTFILE
               ASSIGN TO RTNMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RETURN-TRAN-RECORD.
           05  RM-ACTION                 PIC X(1).
               88  RM-MAIL-RETURNED              VALUE 'R'.
               88  RM-ADDRESS-CONFIRMED          VALUE 'C'.
           05  RM-CUST-ID                PIC X(5).
           05  RM-RETURN-DATE            PIC 9(8).
           05  RM-RETURN-REASON          PIC X(2).
           05  RM-RETURN-SOURCE          PIC X(1).
               88  RM-FROM-MAILROOM              VALUE 'M'.
               88  RM-FROM-POST-OFFICE           VALUE 'P'.
           05  RM-ENTERED-BY             PIC X(8).
           05  FILLER                    PIC X(5).
      *
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
           05  RETURN-ST                  PIC X(2).
               88  RETURN-OK                      VALUE '00'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RETURN-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-RETURNS                VALUE 'Y'.
           05  CUSTOMER-FOUND-WS          PIC X(1).
               88  CUSTOMER-FOUND                 VALUE 'Y'.
           05  PREF-FOUND-WS              PIC X(1).
               88  PREF-FOUND                     VALUE 'Y'.
       01  RETURN-TOTALS-WS.
           05  RETURNS-READ-COUNT         PIC 9(5) VALUE ZERO.
           05  FLAGGED-COUNT              PIC 9(5) VALUE ZERO.
           05  ALREADY-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.
           05  CLEARED-COUNT              PIC 9(5) VALUE ZERO.
           05  REJECTED-COUNT             PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "RETURNED MAIL POSTING REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(8)  VALUE "CUST".
           05  FILLER            PIC X(19) VALUE "NAME".
           05  FILLER            PIC X(5)  VALUE "ACT".
           05  FILLER            PIC X(13) VALUE "RETURNED".
           05  FILLER            PIC X(5)  VALUE "RSN".
           05  FILLER            PIC X(5)  VALUE "SRC".
           05  FILLER            PIC X(13) VALUE "BAD SINCE".
           05  FILLER            PIC X(10) VALUE "BY".
           05  FILLER            PIC X(30) VALUE "RESULT".
       01  RETURN-DETAIL-LINE.
           05  RD-CUST-ID        PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-NAME           PIC X(17).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-ACTION         PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-RETURN-DATE    PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-REASON         PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-SOURCE         PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-BAD-SINCE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-ENTERED-BY     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-RESULT         PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "RETURNS READ  ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  FLAGGED   ".
           05  RT-FLAGGED        PIC ZZZZ9.
           05  FILLER            PIC X(20) VALUE
                   "  ALREADY FLAGGED   ".
           05  RT-ALREADY        PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  CLEARED   ".
           05  RT-CLEARED        PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  REJECTED  ".
           05  RT-REJECTED       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-RETURN UNTIL NO-MORE-RETURNS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'RTNMAIL' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-RETURN.
      *
       200-PROCESS-RETURN.
      *
           ADD 1 TO RETURNS-READ-COUNT.
           MOVE SPACES TO RD-RESULT, RD-NAME, RD-BAD-SINCE.
           PERFORM 500-FIND-CUSTOMER.
           EVALUATE TRUE
           WHEN NOT CUSTOMER-FOUND
               MOVE 'REJECTED - NOT ON CUSTOMER FILE' TO RD-RESULT
           WHEN RM-MAIL-RETURNED
               IF RM-RETURN-DATE NOT NUMERIC
                   OR RM-RETURN-DATE = ZERO
                   MOVE 'REJECTED - NO RETURN DATE' TO RD-RESULT
               ELSE
                   PERFORM 520-FLAG-BAD-ADDRESS
               END-IF
           WHEN RM-ADDRESS-CONFIRMED
               PERFORM 540-CLEAR-BAD-ADDRESS
           WHEN OTHER
               MOVE 'REJECTED - INVALID ACTION' TO RD-RESULT
           END-EVALUATE.
           IF RD-RESULT(1:8) = 'REJECTED'
               ADD 1 TO REJECTED-COUNT
           END-IF.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-RETURN.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT RETURN-TRAN-FILE.
           IF NOT RETURN-OK
               DISPLAY 'RETURNED MAIL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RETURNED MAIL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RTNMAILT' TO EL-FILE-NAME
               MOVE RETURN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O CONTPREF-FILE.
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
               DISPLAY 'RETURNED MAIL REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RETURNED MAIL REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-RETURN.
      *
           READ RETURN-TRAN-FILE
               AT END
                   SET NO-MORE-RETURNS TO TRUE
           END-READ.
      *
       500-FIND-CUSTOMER.
      *
           MOVE RM-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD.
           MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD.
           MOVE 'Y' TO CUSTOMER-FOUND-WS.
           READ CUSTFILE
               INVALID KEY
                   MOVE 'N' TO CUSTOMER-FOUND-WS
           END-READ.
           IF CUSTOMER-FOUND
               MOVE NAME OF CUST-MASTER-RECORD TO RD-NAME
           END-IF.
           MOVE RM-CUST-ID TO CP-CUST-ID.
           MOVE 'Y' TO PREF-FOUND-WS.
           READ CONTPREF-FILE
               INVALID KEY
                   MOVE 'N' TO PREF-FOUND-WS
           END-READ.
      *
       520-FLAG-BAD-ADDRESS.
      *
           EVALUATE TRUE
           WHEN PREF-FOUND AND CP-BAD-ADDRESS
      *        STILL BAD - THE FIRST RETURN DATE STANDS.
               ADD 1 TO ALREADY-FLAGGED-COUNT
               MOVE 'ALREADY FLAGGED' TO RD-RESULT
           WHEN PREF-FOUND
               PERFORM 530-SET-BAD-ADDRESS
               REWRITE CONTACT-PREF-RECORD
               PERFORM 560-CHECK-UPDATE
           WHEN OTHER
      *        NO PREFERENCES ON FILE - A RECORD WITH NO RESTRICTIONS
      *        IS ADDED TO CARRY THE FLAG.
               MOVE SPACES TO CONTACT-PREF-RECORD
               MOVE RM-CUST-ID TO CP-CUST-ID
               MOVE 'Y' TO CP-MAIL-OK, CP-PHONE-OK
               MOVE 'N' TO CP-DNC-FLAG
               MOVE BD-BUSINESS-DATE TO CP-REQUEST-DATE
               MOVE 'RTNMAIL' TO CP-REQUEST-SOURCE
               PERFORM 530-SET-BAD-ADDRESS
               WRITE CONTACT-PREF-RECORD
               PERFORM 560-CHECK-UPDATE
           END-EVALUATE.
           MOVE CP-BAD-ADDRESS-DATE TO RD-BAD-SINCE.
      *
       530-SET-BAD-ADDRESS.
      *
           SET CP-BAD-ADDRESS TO TRUE.
           MOVE RM-RETURN-DATE   TO CP-BAD-ADDRESS-DATE.
           MOVE RM-RETURN-REASON TO CP-RETURN-REASON.
           MOVE RM-RETURN-SOURCE TO CP-RETURN-SOURCE.
      *
       540-CLEAR-BAD-ADDRESS.
      *
           IF PREF-FOUND AND CP-BAD-ADDRESS
               MOVE CP-BAD-ADDRESS-DATE TO RD-BAD-SINCE
               MOVE SPACE  TO CP-BAD-ADDRESS-FLAG
               MOVE ZERO   TO CP-BAD-ADDRESS-DATE
               MOVE SPACES TO CP-RETURN-REASON, CP-RETURN-SOURCE
               REWRITE CONTACT-PREF-RECORD
               PERFORM 560-CHECK-UPDATE
           ELSE
               MOVE 'REJECTED - NOT FLAGGED' TO RD-RESULT
           END-IF.
      *
       560-CHECK-UPDATE.
      *
           IF NOT CONTPREF-OK
               DISPLAY 'CONTACT PREF FILE UPDATE PROBLEM'
               MOVE '560-CHECK-UPDATE'
                  TO EL-PARAGRAPH
               MOVE 'CONTACT PREF FILE UPDATE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CONTPREF' TO EL-FILE-NAME
               MOVE CONTPREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF RM-MAIL-RETURNED
               ADD 1 TO FLAGGED-COUNT
               MOVE 'FLAGGED - MAIL SUPPRESSED' TO RD-RESULT
           ELSE
               ADD 1 TO CLEARED-COUNT
               MOVE 'CLEARED - MAIL RESUMES' TO RD-RESULT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE RM-CUST-ID       TO RD-CUST-ID.
           MOVE RM-ACTION        TO RD-ACTION.
           MOVE RM-RETURN-DATE   TO RD-RETURN-DATE.
           MOVE RM-RETURN-REASON TO RD-REASON.
           MOVE RM-RETURN-SOURCE TO RD-SOURCE.
           MOVE RM-ENTERED-BY    TO RD-ENTERED-BY.
           WRITE PRINT-LINE FROM RETURN-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE RETURNS-READ-COUNT    TO RT-READ.
           MOVE FLAGGED-COUNT         TO RT-FLAGGED.
           MOVE ALREADY-FLAGGED-COUNT TO RT-ALREADY.
           MOVE CLEARED-COUNT         TO RT-CLEARED.
           MOVE REJECTED-COUNT        TO RT-REJECTED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RETURN-TRAN-FILE, CONTPREF-FILE, CUSTFILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

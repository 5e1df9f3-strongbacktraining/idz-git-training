      ******************************************************************
      * CMPLMNT                                                        *
      * Batch maintenance program for the COMPLNT regulatory           *
      * complaint log, in the same transaction pattern as APPLMNT:     *
      * an 'L' transaction logs a member complaint under its           *
      * complaint number, linked to the member's CUST-ID, the          *
      * INSURED-POLICY-NO and optionally the claim complained about.   *
      * The customer and policy must be on file; the member's STATE    *
      * and the POLICY-TYPE are carried onto the complaint for the     *
      * quarterly state report.  The response due date is the          *
      * received date advanced through the shared BUSDAY routine -     *
      * a department-of-insurance complaint on the department's        *
      * shorter clock, a direct complaint on ours.  A 'C' transaction  *
      * closes the complaint with its disposition.  The activity       *
      * report lists every transaction and how it was applied.         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (CMPLRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO UT-S-COMPLNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COMPLAINT-NO
               FILE STATUS IS COMPLNT-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO UT-S-CLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT TRANFILE
               ASSIGN TO CMPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO CMPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMPLNT.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  TRANFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CMP-TRAN-RECORD.
           05  CT-FUNCTION-CODE          PIC X.
               88  CT-LOG-COMPLAINT              VALUE 'L'.
               88  CT-CLOSE-COMPLAINT            VALUE 'C'.
           05  CT-COMPLAINT-NO           PIC 9(7).
      *    THE REST OF THE CARD THROUGH CT-RECEIVED-DATE IS READ ON
      *    AN 'L' CARD ONLY.  ZERO CLAIM KEY - NOT ABOUT A CLAIM;
      *    ZERO RECEIVED DATE - RECEIVED TODAY.
           05  CT-CUST-ID                PIC X(5).
           05  CT-POLICY-NO              PIC 9(7).
           05  CT-CLAIM-POLICY-NO        PIC 9(7).
           05  CT-CLAIM-SEQ-NO           PIC 9(2).
           05  CT-SOURCE                 PIC X(1).
           05  CT-CATEGORY               PIC X(2).
           05  CT-RECEIVED-DATE          PIC 9(8).
      *    'C' CARD: ZERO CLOSED DATE - CLOSED TODAY.  DISPOSITION
      *    'J' JUSTIFIED, 'N' NOT JUSTIFIED, 'W' WITHDRAWN.
           05  CT-CLOSED-DATE            PIC 9(8).
           05  CT-DISPOSITION            PIC X(1).
           05  FILLER                    PIC X(31).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  COMPLNT-ST                 PIC X(2).
               88  COMPLNT-OK                     VALUE '00'.
               88  COMPLNT-NOT-FOUND              VALUE '23'.
               88  COMPLNT-DUPLICATE              VALUE '22'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  CLMHST-AVAILABLE-WS        PIC X(1)  VALUE 'N'.
               88  CLMHST-AVAILABLE               VALUE 'Y'.
           05  CLAIM-FOUND-WS             PIC X(1).
               88  CLAIM-FOUND                    VALUE 'Y'.
           05  LOG-VALID-WS               PIC X(1).
               88  LOG-VALID                      VALUE 'Y'.
      * RESPONSE WINDOWS IN BUSINESS DAYS - THE DEPARTMENT'S CLOCK
      * FOR COMPLAINTS IT FORWARDS, OUR OWN SERVICE STANDARD FOR
      * COMPLAINTS MADE TO US DIRECTLY.  BOTH CAN BE OVERRIDDEN ON
      * THE PARMFILE.
       01  RESPONSE-WINDOWS-WS.
           05  DOI-RESPONSE-DAYS          PIC 9(3)  VALUE 15.
           05  DIRECT-RESPONSE-DAYS       PIC 9(3)  VALUE 30.
       01  PARM-DAYS-VALUE-WS.
           05  PARM-DAYS-WS               PIC 9(3).
           05  FILLER                     PIC X(17).
       01  TRAN-COUNTS-WS.
           05  TRAN-LOG-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CLOSE-COUNT           PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
           COPY BUSDYCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE "COMPLAINT".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(12) VALUE "POLICY".
           05  FILLER            PIC X(12) VALUE "DUE DATE".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-COMPLAINT-NO   PIC 9(7).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  RD-POLICY-NO      PIC 9B999B999.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-DUE-DATE       PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "TRANSACTIONS - ".
           05  FILLER            PIC X(7)  VALUE "LOGGED ".
           05  RT-LOG-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE "CLOSED ".
           05  RT-CLOSE-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE "ERRORS ".
           05  RT-ERROR-COUNT    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-TRANSACTION UNTIL NO-MORE-TRANSACTIONS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'CMPLMNT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 150-GET-RESPONSE-WINDOWS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       150-GET-RESPONSE-WINDOWS.
      *
           MOVE 'CMPLMNT' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'CMPL-DOI-DAY' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC AND PARM-DAYS-WS > ZERO
                   MOVE PARM-DAYS-WS TO DOI-RESPONSE-DAYS
               END-IF
           END-IF.
           MOVE 'CMPL-DIR-DAY' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC AND PARM-DAYS-WS > ZERO
                   MOVE PARM-DAYS-WS TO DIRECT-RESPONSE-DAYS
               END-IF
           END-IF.
           DISPLAY 'CMPLMNT: RESPONSE DAYS - DEPARTMENT '
               DOI-RESPONSE-DAYS ' DIRECT ' DIRECT-RESPONSE-DAYS.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE SPACES TO RD-DUE-DATE.
           MOVE ZERO TO RD-POLICY-NO.
           EVALUATE TRUE
               WHEN CT-LOG-COMPLAINT
                   PERFORM 500-LOG-COMPLAINT
               WHEN CT-CLOSE-COMPLAINT
                   PERFORM 550-CLOSE-COMPLAINT
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O COMPLAINT-FILE.
           IF NOT COMPLNT-OK
               DISPLAY 'COMPLAINT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'COMPLNT' TO EL-FILE-NAME
               MOVE COMPLNT-ST TO EL-FILE-STATUS
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
           OPEN INPUT POLMAST-FILE.
           IF NOT POLMAST-OK
               DISPLAY 'POLICY MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POLICY MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POLMAST' TO EL-FILE-NAME
               MOVE POLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    THE HISTORY ONLY CONFIRMS A CLAIM KEY - WITHOUT IT A
      *    COMPLAINT IS STILL LOGGED, ITS CLAIM KEY UNCHECKED.
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF CLMHST-OK
               SET CLMHST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CMPLMNT: CLAIM HISTORY UNAVAILABLE - '
                   'CLAIM KEYS NOT VERIFIED'
           END-IF.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'COMPLAINT TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'COMPLAINT MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'COMPLAINT MAINTENANCE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-TRANSACTION.
      *
           READ TRANFILE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       500-LOG-COMPLAINT.
      *
           MOVE CT-POLICY-NO TO RD-POLICY-NO.
           MOVE SPACES TO COMPLAINT-RECORD.
           MOVE CT-COMPLAINT-NO TO CM-COMPLAINT-NO.
           MOVE CT-CUST-ID TO CM-CUST-ID.
           MOVE CT-POLICY-NO TO CM-POLICY-NO.
           MOVE CT-CLAIM-POLICY-NO TO CM-CLAIM-POLICY-NO.
           MOVE CT-CLAIM-SEQ-NO TO CM-CLAIM-SEQ-NO.
           MOVE CT-SOURCE TO CM-SOURCE.
           MOVE CT-CATEGORY TO CM-CATEGORY.
           IF CT-RECEIVED-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO CM-RECEIVED-DATE
           ELSE
               MOVE CT-RECEIVED-DATE TO CM-RECEIVED-DATE
           END-IF.
           PERFORM 510-EDIT-COMPLAINT THRU 510-EDIT-COMPLAINT-X.
           IF LOG-VALID
               PERFORM 530-COMPUTE-DUE-DATE
               SET CM-OPEN TO TRUE
               MOVE ZERO TO CM-CLOSED-DATE
               MOVE SPACE TO CM-DISPOSITION
               WRITE COMPLAINT-RECORD
               IF COMPLNT-OK
                   ADD 1 TO TRAN-LOG-COUNT
                   MOVE CM-RESPONSE-DUE-DATE TO RD-DUE-DATE
                   MOVE "COMPLAINT LOGGED" TO REPORT-STATUS-WS
               ELSE
                   IF COMPLNT-DUPLICATE
                       MOVE "REJECTED - NUMBER ALREADY USED"
                           TO REPORT-STATUS-WS
                   ELSE
                       MOVE "REJECTED - ADD FAILED"
                           TO REPORT-STATUS-WS
                   END-IF
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           ELSE
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-EDIT-COMPLAINT.
      *
      *    FIRST FAILING EDIT IS THE ONE REPORTED.  THE CUSTOMER AND
      *    POLICY READS ALSO PICK UP THE STATE AND POLICY TYPE.
           MOVE 'N' TO LOG-VALID-WS.
           IF CT-COMPLAINT-NO NOT NUMERIC OR CT-COMPLAINT-NO = ZERO
               MOVE "REJECTED - BAD COMPLAINT NUMBER"
                   TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           IF NOT CM-VALID-SOURCE
               MOVE "REJECTED - SOURCE NOT D OR I" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           IF NOT CM-VALID-CATEGORY
               MOVE "REJECTED - BAD CATEGORY" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           IF CM-RECEIVED-DATE NOT NUMERIC
               OR CM-RECEIVED-DATE > BD-BUSINESS-DATE
               MOVE "REJECTED - BAD RECEIVED DATE" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           MOVE CT-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD.
           MOVE '1' TO REC-TYPE OF CUST-MASTER-RECORD.
           READ CUSTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CUSTFILE-OK
               MOVE "REJECTED - CUSTOMER NOT ON FILE"
                   TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           MOVE STATE OF CUST-MASTER-RECORD TO CM-STATE.
           IF CT-POLICY-NO NOT NUMERIC
               MOVE "REJECTED - POLICY NOT ON FILE" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           MOVE CT-POLICY-NO TO PM-POLICY-NO.
           READ POLMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT POLMAST-OK
               MOVE "REJECTED - POLICY NOT ON FILE" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           MOVE PM-POLICY-TYPE TO CM-POLICY-TYPE.
           IF CM-CLAIM-KEY NOT NUMERIC
               MOVE "REJECTED - BAD CLAIM KEY" TO REPORT-STATUS-WS
               GO TO 510-EDIT-COMPLAINT-X
           END-IF.
           IF CM-CLAIM-KEY NOT = ZERO AND CLMHST-AVAILABLE
               PERFORM 520-FIND-CLAIM
               IF NOT CLAIM-FOUND
                   MOVE "REJECTED - CLAIM NOT IN HISTORY"
                       TO REPORT-STATUS-WS
                   GO TO 510-EDIT-COMPLAINT-X
               END-IF
           END-IF.
           SET LOG-VALID TO TRUE.
      *
       510-EDIT-COMPLAINT-X.
           EXIT.
      *
       520-FIND-CLAIM.
      *
      *    ANY HISTORY ROW FOR THE POLICY AND CLAIM SEQUENCE WILL DO.
           MOVE 'N' TO CLAIM-FOUND-WS.
           MOVE CM-CLAIM-POLICY-NO TO CH-POLICY-NO.
           MOVE CM-CLAIM-SEQ-NO TO CH-CLAIM-SEQ-NO.
           MOVE ZERO TO CH-PROCESS-DATE.
           START CLAIM-HISTORY-FILE KEY >= CH-HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF CLMHST-OK
               READ CLAIM-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-POLICY-NO = CM-CLAIM-POLICY-NO
                           AND CH-CLAIM-SEQ-NO = CM-CLAIM-SEQ-NO
                           SET CLAIM-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       530-COMPUTE-DUE-DATE.
      *
      *    THE RESPONSE CLOCK RUNS IN BUSINESS DAYS FROM RECEIPT,
      *    SO THE DUE DATE COMES FROM BUSDAY'S ADD-BUSINESS-DAYS
      *    FUNCTION, HOLIDAYS AND ALL.
           SET BDY-ADD-BUSINESS-DAYS TO TRUE.
           MOVE CM-RECEIVED-DATE TO BDY-DATE-IN.
           IF CM-DEPT-OF-INSURANCE
               MOVE DOI-RESPONSE-DAYS TO BDY-DAYS-TO-ADD
           ELSE
               MOVE DIRECT-RESPONSE-DAYS TO BDY-DAYS-TO-ADD
           END-IF.
           MOVE SPACES TO BDY-SITE-CODE.
           CALL 'BUSDAY' USING BUSDAY-PARMS-WS.
           IF BDY-OK
               MOVE BDY-DATE-OUT TO CM-RESPONSE-DUE-DATE
           ELSE
               MOVE CM-RECEIVED-DATE TO CM-RESPONSE-DUE-DATE
           END-IF.
      *
       550-CLOSE-COMPLAINT.
      *
           MOVE CT-COMPLAINT-NO TO CM-COMPLAINT-NO.
           READ COMPLAINT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT COMPLNT-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE CM-POLICY-NO TO RD-POLICY-NO
               MOVE CM-RESPONSE-DUE-DATE TO RD-DUE-DATE
               IF NOT CM-OPEN
                   MOVE "REJECTED - ALREADY CLOSED"
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               ELSE
                   PERFORM 560-APPLY-CLOSE
               END-IF
           END-IF.
      *
       560-APPLY-CLOSE.
      *
           IF CT-CLOSED-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO CM-CLOSED-DATE
           ELSE
               MOVE CT-CLOSED-DATE TO CM-CLOSED-DATE
           END-IF.
           MOVE CT-DISPOSITION TO CM-DISPOSITION.
           IF NOT CM-VALID-DISPOSITION
               MOVE "REJECTED - BAD DISPOSITION" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               IF CM-CLOSED-DATE NOT NUMERIC
                   OR CM-CLOSED-DATE < CM-RECEIVED-DATE
                   OR CM-CLOSED-DATE > BD-BUSINESS-DATE
                   MOVE "REJECTED - BAD CLOSED DATE"
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               ELSE
                   SET CM-CLOSED TO TRUE
                   REWRITE COMPLAINT-RECORD
                   IF COMPLNT-OK
                       ADD 1 TO TRAN-CLOSE-COUNT
                       IF CM-CLOSED-DATE > CM-RESPONSE-DUE-DATE
                           MOVE "CLOSED - RESPONSE WAS LATE"
                               TO REPORT-STATUS-WS
                       ELSE
                           MOVE "CLOSED" TO REPORT-STATUS-WS
                       END-IF
                   ELSE
                       MOVE "REJECTED - CLOSE FAILED"
                           TO REPORT-STATUS-WS
                       ADD 1 TO TRAN-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE CT-COMPLAINT-NO TO RD-COMPLAINT-NO.
           INSPECT RD-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE CT-FUNCTION-CODE  TO RD-FUNCTION.
           MOVE REPORT-STATUS-WS  TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-LOG-COUNT    TO RT-LOG-COUNT.
           MOVE TRAN-CLOSE-COUNT  TO RT-CLOSE-COUNT.
           MOVE TRAN-ERROR-COUNT  TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE COMPLAINT-FILE, CUSTFILE, POLMAST-FILE,
                 TRANFILE, REPORTFILE.
           IF CLMHST-AVAILABLE
               CLOSE CLAIM-HISTORY-FILE
           END-IF.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

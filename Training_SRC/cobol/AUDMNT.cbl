      ******************************************************************
      * AUDMNT                                                         *
      * Batch maintenance program for the AUDITWL quality-audit        *
      * worklist, in the same transaction pattern as APPLMNT: an 'R'   *
      * transaction records the auditor's finding on a sampled claim - *
      * pass, or fail with an error category and the dollar error -    *
      * and a later 'R' card for the same claim corrects it.  A        *
      * claim that was not drawn by AUDSAMP cannot be given a finding, *
      * so the quality figures only ever come from the random sample.  *
      * The activity report lists every transaction and how it was     *
      * applied.                                                       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (AUDMRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SAMPLE-FILE
               ASSIGN TO UT-S-AUDITWL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QA-SAMPLE-KEY
               FILE STATUS IS AUDITWL-ST.
           SELECT TRANFILE
               ASSIGN TO AUDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO AUDMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SAMPLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDITWL.
      *
       FD  TRANFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-TRAN-RECORD.
           05  AT-FUNCTION-CODE          PIC X.
               88  AT-RECORD-FINDING             VALUE 'R'.
           05  AT-SAMPLE-KEY.
               10  AT-POLICY-NO          PIC 9(7).
               10  AT-CLAIM-SEQ-NO       PIC 9(2).
               10  AT-PROCESS-DATE       PIC 9(8).
      *    'P' PASSED, 'F' FAILED.
           05  AT-RESULT                 PIC X(1).
      *    REQUIRED ON A FAIL, BLANK ON A PASS.
           05  AT-ERROR-CATEGORY         PIC X(2).
      *    SHOULD-HAVE-PAID SUBTRACTED FROM PAID - MINUS FOR AN
      *    UNDERPAYMENT.  ZERO ON A PASS.
           05  AT-DOLLAR-ERROR           PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05  AT-AUDITOR-ID             PIC X(8).
      *    ZERO TAKES THE BUSINESS DATE.
           05  AT-REVIEW-DATE            PIC 9(8).
           05  FILLER                    PIC X(33).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  AUDITWL-ST                 PIC X(2).
               88  AUDITWL-OK                     VALUE '00'.
               88  AUDITWL-NOT-FOUND              VALUE '23'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  FINDING-VALID-WS           PIC X(1).
               88  FINDING-VALID                  VALUE 'Y'.
      *
      * ERROR CATEGORIES AN AUDITOR MAY CHARGE A FAILED CLAIM TO.
       01  ERROR-CATEGORY-LIST-WS.
           05  FILLER                     PIC X(18)
                   VALUE 'PRBNELDUAUCOPYDCOT'.
       01  ERROR-CATEGORY-TABLE REDEFINES ERROR-CATEGORY-LIST-WS.
           05  ERROR-CATEGORY-CODE        PIC X(2) OCCURS 9
                                          INDEXED BY CAT-IDX.
      *    PR PRICING/FEE SCHEDULE    BN BENEFIT OR PLAN TERMS
      *    EL ELIGIBILITY             DU DUPLICATE PAYMENT
      *    AU PRIOR AUTHORIZATION     CO CODING
      *    PY WRONG PAYEE             DC DOCUMENTATION
      *    OT OTHER
       01  TRAN-COUNTS-WS.
           05  TRAN-RECORDED-COUNT        PIC 9(5) VALUE ZERO.
           05  TRAN-CORRECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(28).
           COPY BUSDTCOB.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "POLICY".
           05  FILLER            PIC X(5)  VALUE "SEQ".
           05  FILLER            PIC X(12) VALUE "PROCESSED".
           05  FILLER            PIC X(4)  VALUE "RES".
           05  FILLER            PIC X(4)  VALUE "CAT".
           05  FILLER            PIC X(16) VALUE "    DOLLAR ERROR".
           05  FILLER            PIC X(28) VALUE " STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-POLICY-NO      PIC 9B999B999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-SEQ-NO         PIC 99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-PROCESS-DATE   PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-RESULT         PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-CATEGORY       PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-DOLLAR-ERROR   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(28).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "TRANSACTIONS - ".
           05  FILLER            PIC X(9)  VALUE "RECORDED ".
           05  RT-RECORDED-COUNT PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "CORRECTED ".
           05  RT-CORRECTED-COUNT PIC ZZZZ9.
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
           MOVE 'AUDMNT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN AT-RECORD-FINDING
                   PERFORM 500-RECORD-FINDING
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O AUDIT-SAMPLE-FILE.
           IF NOT AUDITWL-OK
               DISPLAY 'AUDIT WORKLIST FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT WORKLIST FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AUDITWL' TO EL-FILE-NAME
               MOVE AUDITWL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'AUDIT FINDING TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT FINDING TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'AUDIT FINDING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT FINDING REPORT OPEN PROBLEM'
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
       500-RECORD-FINDING.
      *
           MOVE AT-SAMPLE-KEY TO QA-SAMPLE-KEY.
           READ AUDIT-SAMPLE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT AUDITWL-OK
               MOVE "REJECTED - NOT IN SAMPLE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               PERFORM 510-EDIT-FINDING
               IF FINDING-VALID
                   IF QA-AWAITING-REVIEW
                       ADD 1 TO TRAN-RECORDED-COUNT
                       MOVE "FINDING RECORDED" TO REPORT-STATUS-WS
                   ELSE
                       ADD 1 TO TRAN-CORRECTED-COUNT
                       MOVE "FINDING CORRECTED" TO REPORT-STATUS-WS
                   END-IF
                   MOVE AT-RESULT TO QA-REVIEW-STATUS
                   MOVE AT-ERROR-CATEGORY TO QA-ERROR-CATEGORY
                   MOVE AT-DOLLAR-ERROR TO QA-DOLLAR-ERROR
                   MOVE AT-AUDITOR-ID TO QA-AUDITOR-ID
                   IF AT-REVIEW-DATE = ZERO
                       MOVE BD-BUSINESS-DATE TO QA-REVIEW-DATE
                   ELSE
                       MOVE AT-REVIEW-DATE TO QA-REVIEW-DATE
                   END-IF
                   REWRITE AUDIT-SAMPLE-RECORD
                   IF NOT AUDITWL-OK
                       DISPLAY 'AUDIT WORKLIST REWRITE PROBLEM'
                       MOVE '500-RECORD-FINDING'
                          TO EL-PARAGRAPH
                       MOVE 'AUDIT WORKLIST REWRITE PROBLEM'
                          TO EL-ERROR-MESSAGE
                       MOVE 'AUDITWL' TO EL-FILE-NAME
                       MOVE AUDITWL-ST TO EL-FILE-STATUS
                       GO TO 999-ERROR-RTN
                   END-IF
               ELSE
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       510-EDIT-FINDING.
      *
           MOVE 'N' TO FINDING-VALID-WS.
           IF AT-DOLLAR-ERROR NOT NUMERIC
               MOVE "REJECTED - BAD DOLLAR ERROR" TO REPORT-STATUS-WS
           ELSE
           IF AT-REVIEW-DATE NOT NUMERIC
               MOVE "REJECTED - BAD REVIEW DATE" TO REPORT-STATUS-WS
           ELSE
           IF AT-AUDITOR-ID = SPACES
               MOVE "REJECTED - NO AUDITOR" TO REPORT-STATUS-WS
           ELSE
               EVALUATE AT-RESULT
                   WHEN 'P'
                       IF AT-ERROR-CATEGORY NOT = SPACES
                           OR AT-DOLLAR-ERROR NOT = ZERO
                           MOVE "REJECTED - PASS WITH AN ERROR"
                               TO REPORT-STATUS-WS
                       ELSE
                           SET FINDING-VALID TO TRUE
                       END-IF
                   WHEN 'F'
                       SET CAT-IDX TO 1
                       SEARCH ERROR-CATEGORY-CODE
                           AT END
                               MOVE "REJECTED - BAD ERROR CATEGORY"
                                   TO REPORT-STATUS-WS
                           WHEN ERROR-CATEGORY-CODE(CAT-IDX)
                                = AT-ERROR-CATEGORY
                               SET FINDING-VALID TO TRUE
                       END-SEARCH
                   WHEN OTHER
                       MOVE "REJECTED - BAD RESULT CODE"
                           TO REPORT-STATUS-WS
               END-EVALUATE
           END-IF
           END-IF
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE AT-POLICY-NO TO RD-POLICY-NO.
           INSPECT RD-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE AT-CLAIM-SEQ-NO   TO RD-SEQ-NO.
           MOVE AT-PROCESS-DATE   TO RD-PROCESS-DATE.
           MOVE AT-RESULT         TO RD-RESULT.
           MOVE AT-ERROR-CATEGORY TO RD-CATEGORY.
           IF AT-DOLLAR-ERROR NUMERIC
               MOVE AT-DOLLAR-ERROR TO RD-DOLLAR-ERROR
           ELSE
               MOVE ZERO TO RD-DOLLAR-ERROR
           END-IF.
           MOVE REPORT-STATUS-WS  TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-RECORDED-COUNT  TO RT-RECORDED-COUNT.
           MOVE TRAN-CORRECTED-COUNT TO RT-CORRECTED-COUNT.
           MOVE TRAN-ERROR-COUNT     TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE AUDIT-SAMPLE-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

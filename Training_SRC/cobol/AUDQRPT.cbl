      ******************************************************************
      * AUDQRPT                                                        *
      * Monthly claims quality report over the AUDITWL quality-audit   *
      * worklist.  Every sampled claim whose finding AUDMNT recorded   *
      * in the month of the business date is counted by POLICY-TYPE:   *
      * claims audited, claims failed, dollars paid on the audited     *
      * claims and the absolute dollar error on them.  Procedural      *
      * accuracy is the share of audited claims that passed; financial *
      * accuracy is the share of audited paid dollars that were paid   *
      * correctly, over- and underpayments both counting against it.   *
      * A category section breaks the month's failures down by error   *
      * category, and the claims sampled but still awaiting review are *
      * counted so a short month is visible.                           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (AUDQRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDQRPT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SAMPLE-FILE
               ASSIGN TO UT-S-AUDITWL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QA-SAMPLE-KEY
               FILE STATUS IS AUDITWL-ST.
           SELECT PRINTFILE
               ASSIGN TO AUDQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SAMPLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDITWL.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  AUDITWL-ST                 PIC X(2).
               88  AUDITWL-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  AUDITWL-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SAMPLES                VALUE 'Y'.
       01  REPORT-MONTH-WS.
           05  REPORT-YYYYMM-WS           PIC 9(6).
           05  FILLER                     PIC 9(2).
       01  TYPE-SUB                       PIC 9(1).
       01  CAT-SUB                        PIC 9(2).
       01  ACCURACY-WORK-WS.
           05  ABS-ERROR-WS               PIC S9(7)V99.
           05  PROC-ACCURACY-WS           PIC S9(3)V99.
           05  FIN-ACCURACY-WS            PIC S9(3)V99.
      *
      * MONTH'S FINDINGS BY POLICY TYPE - 1 EMPLOYER, 2 MEDICARE,
      * 3 AFFORDABLE CARE, 4 ANYTHING ELSE - AND THE MONTH TOTAL.
       01  TYPE-TOTALS-WS.
           05  TYPE-TOTAL OCCURS 4.
               10  TT-AUDITED-COUNT       PIC 9(7).
               10  TT-FAILED-COUNT        PIC 9(7).
               10  TT-PAID-AUDITED        PIC S9(11)V99.
               10  TT-DOLLAR-ERROR        PIC S9(11)V99.
       01  RUN-TOTALS-WS.
           05  RUN-AUDITED-COUNT          PIC 9(7) VALUE ZERO.
           05  RUN-FAILED-COUNT           PIC 9(7) VALUE ZERO.
           05  RUN-PAID-AUDITED           PIC S9(11)V99 VALUE ZERO.
           05  RUN-DOLLAR-ERROR           PIC S9(11)V99 VALUE ZERO.
           05  AWAITING-REVIEW-COUNT      PIC 9(7) VALUE ZERO.
           05  SAMPLES-READ-COUNT         PIC 9(7) VALUE ZERO.
      *
      * FAILURES BY ERROR CATEGORY - SAME CODE LIST AS AUDMNT.
       01  CATEGORY-NAMES-WS.
           05  FILLER  PIC X(26) VALUE "PRPRICING/FEE SCHEDULE".
           05  FILLER  PIC X(26) VALUE "BNBENEFIT OR PLAN TERMS".
           05  FILLER  PIC X(26) VALUE "ELELIGIBILITY".
           05  FILLER  PIC X(26) VALUE "DUDUPLICATE PAYMENT".
           05  FILLER  PIC X(26) VALUE "AUPRIOR AUTHORIZATION".
           05  FILLER  PIC X(26) VALUE "COCODING".
           05  FILLER  PIC X(26) VALUE "PYWRONG PAYEE".
           05  FILLER  PIC X(26) VALUE "DCDOCUMENTATION".
           05  FILLER  PIC X(26) VALUE "OTOTHER".
       01  CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAMES-WS.
           05  CATEGORY-ROW OCCURS 9.
               10  CN-CODE               PIC X(2).
               10  CN-NAME               PIC X(24).
       01  CATEGORY-TOTALS-WS.
           05  CATEGORY-TOTAL OCCURS 9.
               10  CT-FAILED-COUNT        PIC 9(7).
               10  CT-DOLLAR-ERROR        PIC S9(11)V99.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(34) VALUE
                   "CLAIMS QUALITY-AUDIT RESULTS FOR".
           05  HDG-MONTH         PIC 9999/99.
           05  FILLER            PIC X(12) VALUE "   RUN DATE ".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(18) VALUE "POLICY TYPE".
           05  FILLER            PIC X(9)  VALUE "  AUDITED".
           05  FILLER            PIC X(9)  VALUE "   FAILED".
           05  FILLER            PIC X(20) VALUE
                   "        PAID AUDITED".
           05  FILLER            PIC X(20) VALUE
                   "        DOLLAR ERROR".
           05  FILLER            PIC X(13) VALUE "   PROCEDURAL".
           05  FILLER            PIC X(13) VALUE "    FINANCIAL".
       01  ACCURACY-LINE.
           05  AL-TYPE-NAME      PIC X(18).
           05  AL-AUDITED        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AL-FAILED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AL-PAID-AUDITED   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  AL-DOLLAR-ERROR   PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  AL-PROC-ACCURACY  PIC ZZ9.99.
           05  FILLER            PIC X(1)  VALUE '%'.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  AL-FIN-ACCURACY   PIC ZZ9.99.
           05  FILLER            PIC X(1)  VALUE '%'.
       01  TYPE-NAMES-WS.
           05  FILLER            PIC X(18) VALUE "1 EMPLOYER".
           05  FILLER            PIC X(18) VALUE "2 MEDICARE".
           05  FILLER            PIC X(18) VALUE "3 AFFORDABLE CARE".
           05  FILLER            PIC X(18) VALUE "  OTHER/UNKNOWN".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAMES-WS.
           05  TYPE-NAME         PIC X(18) OCCURS 4.
       01  CATEGORY-HEADING-LINE.
           05  FILLER            PIC X(30) VALUE
                   "FAILURES BY ERROR CATEGORY".
           05  FILLER            PIC X(9)  VALUE "   CLAIMS".
           05  FILLER            PIC X(20) VALUE
                   "        DOLLAR ERROR".
       01  CATEGORY-LINE.
           05  CL-CODE           PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CL-NAME           PIC X(24).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CL-FAILED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CL-DOLLAR-ERROR   PIC $$,$$$,$$$,$$9.99.
       01  AWAITING-LINE.
           05  FILLER            PIC X(36) VALUE
                   "SAMPLED CLAIMS AWAITING REVIEW      ".
           05  AW-COUNT          PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-READ-SAMPLE UNTIL NO-MORE-SAMPLES.
           PERFORM 700-WRITE-ACCURACY.
           PERFORM 750-WRITE-CATEGORIES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'AUDQRPT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           MOVE BD-BUSINESS-DATE TO REPORT-MONTH-WS.
           MOVE REPORT-YYYYMM-WS TO HDG-MONTH.
           INITIALIZE TYPE-TOTALS-WS, CATEGORY-TOTALS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-READ-SAMPLE.
      *
           READ AUDIT-SAMPLE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SAMPLES TO TRUE
               NOT AT END
                   ADD 1 TO SAMPLES-READ-COUNT
                   IF QA-AWAITING-REVIEW
                       ADD 1 TO AWAITING-REVIEW-COUNT
                   ELSE
                       IF QA-REVIEW-YYYYMM = REPORT-YYYYMM-WS
                           PERFORM 500-COUNT-FINDING
                       END-IF
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT AUDIT-SAMPLE-FILE.
           IF NOT AUDITWL-OK
               DISPLAY 'AUDIT WORKLIST FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AUDIT WORKLIST FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AUDITWL' TO EL-FILE-NAME
               MOVE AUDITWL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'QUALITY REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'QUALITY REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-COUNT-FINDING.
      *
           IF QA-POLICY-TYPE >= 1 AND QA-POLICY-TYPE <= 3
               MOVE QA-POLICY-TYPE TO TYPE-SUB
           ELSE
               MOVE 4 TO TYPE-SUB
           END-IF.
      *    AN UNDERPAYMENT IS AS MUCH AN ERROR AS AN OVERPAYMENT.
           IF QA-DOLLAR-ERROR < ZERO
               COMPUTE ABS-ERROR-WS = ZERO - QA-DOLLAR-ERROR
           ELSE
               MOVE QA-DOLLAR-ERROR TO ABS-ERROR-WS
           END-IF.
           ADD 1 TO TT-AUDITED-COUNT(TYPE-SUB).
           ADD QA-PAID-AMOUNT TO TT-PAID-AUDITED(TYPE-SUB).
           IF QA-FAILED
               ADD 1 TO TT-FAILED-COUNT(TYPE-SUB)
               ADD ABS-ERROR-WS TO TT-DOLLAR-ERROR(TYPE-SUB)
               PERFORM 510-COUNT-CATEGORY
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > 9
           END-IF.
      *
       510-COUNT-CATEGORY.
      *
           IF CN-CODE(CAT-SUB) = QA-ERROR-CATEGORY
               ADD 1 TO CT-FAILED-COUNT(CAT-SUB)
               ADD ABS-ERROR-WS TO CT-DOLLAR-ERROR(CAT-SUB)
           END-IF.
      *
       700-WRITE-ACCURACY.
      *
           PERFORM 710-WRITE-TYPE-LINE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 4.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL' TO AL-TYPE-NAME.
           MOVE RUN-AUDITED-COUNT TO AL-AUDITED.
           MOVE RUN-FAILED-COUNT TO AL-FAILED.
           MOVE RUN-PAID-AUDITED TO AL-PAID-AUDITED.
           MOVE RUN-DOLLAR-ERROR TO AL-DOLLAR-ERROR.
           PERFORM 720-COMPUTE-RUN-ACCURACY.
           WRITE PRINT-LINE FROM ACCURACY-LINE.
      *
       710-WRITE-TYPE-LINE.
      *
           MOVE TYPE-NAME(TYPE-SUB) TO AL-TYPE-NAME.
           MOVE TT-AUDITED-COUNT(TYPE-SUB) TO AL-AUDITED.
           MOVE TT-FAILED-COUNT(TYPE-SUB) TO AL-FAILED.
           MOVE TT-PAID-AUDITED(TYPE-SUB) TO AL-PAID-AUDITED.
           MOVE TT-DOLLAR-ERROR(TYPE-SUB) TO AL-DOLLAR-ERROR.
      *    A TYPE WITH NOTHING AUDITED SHOWS 100 - NO ERRORS FOUND.
           MOVE 100 TO PROC-ACCURACY-WS, FIN-ACCURACY-WS.
           IF TT-AUDITED-COUNT(TYPE-SUB) > ZERO
               COMPUTE PROC-ACCURACY-WS ROUNDED =
                   (TT-AUDITED-COUNT(TYPE-SUB)
                       - TT-FAILED-COUNT(TYPE-SUB)) * 100
                   / TT-AUDITED-COUNT(TYPE-SUB)
           END-IF.
           IF TT-PAID-AUDITED(TYPE-SUB) > ZERO
               COMPUTE FIN-ACCURACY-WS ROUNDED =
                   (TT-PAID-AUDITED(TYPE-SUB)
                       - TT-DOLLAR-ERROR(TYPE-SUB)) * 100
                   / TT-PAID-AUDITED(TYPE-SUB)
           END-IF.
           IF FIN-ACCURACY-WS < ZERO
               MOVE ZERO TO FIN-ACCURACY-WS
           END-IF.
           MOVE PROC-ACCURACY-WS TO AL-PROC-ACCURACY.
           MOVE FIN-ACCURACY-WS TO AL-FIN-ACCURACY.
           WRITE PRINT-LINE FROM ACCURACY-LINE.
           ADD TT-AUDITED-COUNT(TYPE-SUB) TO RUN-AUDITED-COUNT.
           ADD TT-FAILED-COUNT(TYPE-SUB) TO RUN-FAILED-COUNT.
           ADD TT-PAID-AUDITED(TYPE-SUB) TO RUN-PAID-AUDITED.
           ADD TT-DOLLAR-ERROR(TYPE-SUB) TO RUN-DOLLAR-ERROR.
      *
       720-COMPUTE-RUN-ACCURACY.
      *
           MOVE 100 TO PROC-ACCURACY-WS, FIN-ACCURACY-WS.
           IF RUN-AUDITED-COUNT > ZERO
               COMPUTE PROC-ACCURACY-WS ROUNDED =
                   (RUN-AUDITED-COUNT - RUN-FAILED-COUNT) * 100
                   / RUN-AUDITED-COUNT
           END-IF.
           IF RUN-PAID-AUDITED > ZERO
               COMPUTE FIN-ACCURACY-WS ROUNDED =
                   (RUN-PAID-AUDITED - RUN-DOLLAR-ERROR) * 100
                   / RUN-PAID-AUDITED
           END-IF.
           IF FIN-ACCURACY-WS < ZERO
               MOVE ZERO TO FIN-ACCURACY-WS
           END-IF.
           MOVE PROC-ACCURACY-WS TO AL-PROC-ACCURACY.
           MOVE FIN-ACCURACY-WS TO AL-FIN-ACCURACY.
      *
       750-WRITE-CATEGORIES.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CATEGORY-HEADING-LINE.
           PERFORM 760-WRITE-CATEGORY-LINE
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > 9.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE AWAITING-REVIEW-COUNT TO AW-COUNT.
           WRITE PRINT-LINE FROM AWAITING-LINE.
      *
       760-WRITE-CATEGORY-LINE.
      *
           MOVE CN-CODE(CAT-SUB) TO CL-CODE.
           MOVE CN-NAME(CAT-SUB) TO CL-NAME.
           MOVE CT-FAILED-COUNT(CAT-SUB) TO CL-FAILED.
           MOVE CT-DOLLAR-ERROR(CAT-SUB) TO CL-DOLLAR-ERROR.
           WRITE PRINT-LINE FROM CATEGORY-LINE.
      *
       900-WRAP-UP.
           DISPLAY 'AUDQRPT: WORKLIST RECORDS READ ' SAMPLES-READ-COUNT.
           CLOSE AUDIT-SAMPLE-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

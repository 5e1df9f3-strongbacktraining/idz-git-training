      ******************************************************************
      * SUBRAGE                                                        *
      * Month-end subrogation case aging and recovery GL feed over     *
      * the SUBROCAS case file.  Every case still being worked is      *
      * listed with its age from the day the claims cycle opened it    *
      * and what the plan has yet to recover, bucketed 0-90, 91-180,   *
      * 181-365 and over 365 days, so the recovery unit can see which  *
      * cases are going stale.  The month's recovered cash - posted    *
      * by SUBRMNT into each case's month-to-date buckets - is handed  *
      * to GLPOST through the GLFEED layout, the plan's own recovery   *
      * and the part that reimburses members as separate entries, and  *
      * the buckets are cleared for the new month.                     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (SUBRARPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRAGE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBRO-CASE-FILE
               ASSIGN TO UT-S-SUBROCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-CASE-KEY
               FILE STATUS IS SUBROCAS-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO SUBRARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBRO-CASE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY SUBROCAS.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  SUBROCAS-ST                PIC X(2).
               88  SUBROCAS-OK                    VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  SUBROCAS-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CASES                  VALUE 'Y'.
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  OPEN-INT-WS                PIC 9(9) COMP.
           05  CASE-AGE-DAYS-WS           PIC S9(5).
           05  OUTSTANDING-WS             PIC S9(7)V99.
           05  AGE-BUCKET-SUB             PIC 9(1).
      *
      * OPEN-CASE AGING BUCKETS - 0-90, 91-180, 181-365, OVER 365.
       01  AGING-BUCKETS-WS.
           05  AGING-BUCKET OCCURS 4.
               10  AB-CASE-COUNT          PIC 9(5).
               10  AB-OUTSTANDING         PIC S9(11)V99.
       01  RUN-TOTALS-WS.
           05  CASES-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  OPEN-CASE-COUNT            PIC 9(7) VALUE ZERO.
           05  RECOVERED-MTD-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  MEMBER-MTD-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  PLAN-RECOVERY-TOTAL        PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "SUBROGATION OPEN-CASE AGING -".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(13) VALUE "POLICY-SEQ".
           05  FILLER            PIC X(5)  VALUE "TYPE".
           05  FILLER            PIC X(5)  VALUE "STAT".
           05  FILLER            PIC X(20) VALUE "OTHER CARRIER".
           05  FILLER            PIC X(11) VALUE "OPENED".
           05  FILLER            PIC X(7)  VALUE "  AGE".
           05  FILLER            PIC X(15) VALUE "     PLAN PAID".
           05  FILLER            PIC X(15) VALUE "     RECOVERED".
           05  FILLER            PIC X(15) VALUE "   OUTSTANDING".
       01  CASE-DETAIL-LINE.
           05  CD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  CD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CD-ACCIDENT-TYPE  PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  CD-CASE-STATUS    PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CD-OTHER-CARRIER  PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  CD-OPEN-DATE      PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-AGE-DAYS       PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PAID-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-RECOVERED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-OUTSTANDING    PIC ZZ,ZZZ,ZZ9.99.
       01  BUCKET-LINE.
           05  BL-BUCKET-NAME    PIC X(16).
           05  FILLER            PIC X(7)  VALUE "CASES  ".
           05  BL-CASE-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "  OUTSTANDING  ".
           05  BL-OUTSTANDING    PIC $$,$$$,$$$,$$9.99.
       01  BUCKET-NAMES-WS.
           05  FILLER            PIC X(16) VALUE "0-90 DAYS".
           05  FILLER            PIC X(16) VALUE "91-180 DAYS".
           05  FILLER            PIC X(16) VALUE "181-365 DAYS".
           05  FILLER            PIC X(16) VALUE "OVER 365 DAYS".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES-WS.
           05  BUCKET-NAME       PIC X(16) OCCURS 4.
       01  RECOVERY-TOTALS-LINE.
           05  FILLER            PIC X(22) VALUE
                   "CASH RECOVERED MONTH  ".
           05  RL-RECOVERED      PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(18) VALUE
                   "  MEMBER SHARE    ".
           05  RL-MEMBER         PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(18) VALUE
                   "  PLAN RECOVERY   ".
           05  RL-PLAN           PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-CASE UNTIL NO-MORE-CASES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SUBRAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           INITIALIZE AGING-BUCKETS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-AGE-CASE.
      *
           READ SUBRO-CASE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CASES TO TRUE
               NOT AT END
                   ADD 1 TO CASES-READ-COUNT
                   IF SR-CASE-ACTIVE
                       PERFORM 500-LIST-OPEN-CASE
                   END-IF
                   IF SR-RECOVERED-MTD > ZERO
                       OR SR-MEMBER-MTD > ZERO
                       PERFORM 600-CLEAR-MONTH-TO-DATE
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O SUBRO-CASE-FILE.
           IF NOT SUBROCAS-OK
               DISPLAY 'SUBROGATION CASE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUBROGATION CASE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUBROCAS' TO EL-FILE-NAME
               MOVE SUBROCAS-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'SUBROGATION AGING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUBROGATION AGING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-LIST-OPEN-CASE.
      *
           ADD 1 TO OPEN-CASE-COUNT.
           COMPUTE OPEN-INT-WS =
               FUNCTION INTEGER-OF-DATE(SR-OPEN-DATE).
           COMPUTE CASE-AGE-DAYS-WS = TODAY-INT-WS - OPEN-INT-WS.
           IF CASE-AGE-DAYS-WS < ZERO
               MOVE ZERO TO CASE-AGE-DAYS-WS
           END-IF.
           COMPUTE OUTSTANDING-WS =
               SR-PAID-AMOUNT - SR-RECOVERED-TO-DATE.
           IF OUTSTANDING-WS < ZERO
               MOVE ZERO TO OUTSTANDING-WS
           END-IF.
           EVALUATE TRUE
               WHEN CASE-AGE-DAYS-WS <= 90
                   MOVE 1 TO AGE-BUCKET-SUB
               WHEN CASE-AGE-DAYS-WS <= 180
                   MOVE 2 TO AGE-BUCKET-SUB
               WHEN CASE-AGE-DAYS-WS <= 365
                   MOVE 3 TO AGE-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO AB-CASE-COUNT(AGE-BUCKET-SUB).
           ADD OUTSTANDING-WS TO AB-OUTSTANDING(AGE-BUCKET-SUB).
           MOVE SR-POLICY-NO          TO CD-POLICY-NO.
           MOVE SR-CLAIM-SEQ-NO       TO CD-CLAIM-SEQ-NO.
           MOVE SR-ACCIDENT-TYPE      TO CD-ACCIDENT-TYPE.
           MOVE SR-CASE-STATUS        TO CD-CASE-STATUS.
           MOVE SR-OTHER-CARRIER      TO CD-OTHER-CARRIER.
           MOVE SR-OPEN-DATE          TO CD-OPEN-DATE.
           MOVE CASE-AGE-DAYS-WS      TO CD-AGE-DAYS.
           MOVE SR-PAID-AMOUNT        TO CD-PAID-AMOUNT.
           MOVE SR-RECOVERED-TO-DATE  TO CD-RECOVERED.
           MOVE OUTSTANDING-WS        TO CD-OUTSTANDING.
           WRITE PRINT-LINE FROM CASE-DETAIL-LINE.
      *
       600-CLEAR-MONTH-TO-DATE.
      *
      *    THE MONTH'S CASH GOES TO THE GL TOTALS AND THE CASE
      *    STARTS THE NEW MONTH AT ZERO - CLOSED CASES INCLUDED,
      *    SINCE THE RECEIPT THAT CLOSED A CASE IS STILL THIS
      *    MONTH'S CASH.
           ADD SR-RECOVERED-MTD TO RECOVERED-MTD-TOTAL.
           ADD SR-MEMBER-MTD TO MEMBER-MTD-TOTAL.
           MOVE ZERO TO SR-RECOVERED-MTD, SR-MEMBER-MTD.
           REWRITE SUBRO-CASE-RECORD.
           IF NOT SUBROCAS-OK
               DISPLAY 'SUBROGATION CASE REWRITE PROBLEM'
               MOVE '600-CLEAR-MONTH-TO-DATE'
                  TO EL-PARAGRAPH
               MOVE 'SUBROGATION CASE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUBROCAS' TO EL-FILE-NAME
               MOVE SUBROCAS-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 710-WRITE-BUCKET-LINE
               VARYING AGE-BUCKET-SUB FROM 1 BY 1
               UNTIL AGE-BUCKET-SUB > 4.
           COMPUTE PLAN-RECOVERY-TOTAL =
               RECOVERED-MTD-TOTAL - MEMBER-MTD-TOTAL.
           MOVE RECOVERED-MTD-TOTAL TO RL-RECOVERED.
           MOVE MEMBER-MTD-TOTAL TO RL-MEMBER.
           MOVE PLAN-RECOVERY-TOTAL TO RL-PLAN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RECOVERY-TOTALS-LINE.
      *
       710-WRITE-BUCKET-LINE.
      *
           MOVE BUCKET-NAME(AGE-BUCKET-SUB) TO BL-BUCKET-NAME.
           MOVE AB-CASE-COUNT(AGE-BUCKET-SUB) TO BL-CASE-COUNT.
           MOVE AB-OUTSTANDING(AGE-BUCKET-SUB) TO BL-OUTSTANDING.
           WRITE PRINT-LINE FROM BUCKET-LINE.
      *
       750-WRITE-GL-FEED.
      *
      *    THE PLAN'S OWN RECOVERY OFFSETS CLAIMS EXPENSE; THE PART
      *    THAT REIMBURSES MEMBERS IS OWED ON TO THEM.
           IF PLAN-RECOVERY-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'SUBRAGE ' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'SUBRRCOV' TO GF-CREDIT-ACCOUNT
               MOVE PLAN-RECOVERY-TOTAL TO GF-AMOUNT
               MOVE 'SUBROGATION RECOVERIES' TO GF-DESCRIPTION
               PERFORM 760-WRITE-GL-RECORD
           END-IF.
           IF MEMBER-MTD-TOTAL NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'SUBRAGE ' TO GF-SOURCE-SYSTEM
               MOVE 'CASH    ' TO GF-DEBIT-ACCOUNT
               MOVE 'MBRREIMB' TO GF-CREDIT-ACCOUNT
               MOVE MEMBER-MTD-TOTAL TO GF-AMOUNT
               MOVE 'SUBRO MEMBER SHARE' TO GF-DESCRIPTION
               PERFORM 760-WRITE-GL-RECORD
           END-IF.
      *
       760-WRITE-GL-RECORD.
      *
           WRITE GL-FEED-RECORD.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE WRITE PROBLEM'
               MOVE '760-WRITE-GL-RECORD'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       900-WRAP-UP.
           CLOSE SUBRO-CASE-FILE, GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

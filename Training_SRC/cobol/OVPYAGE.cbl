      ******************************************************************
      * OVPYAGE                                                        *
      * Month-end provider overpayment recovery aging over the         *
      * OVPYREC receivable file INSURCOB's reversal path sets up.      *
      * Every overpayment still open is listed by provider with what   *
      * the reversal took back, what offsets against the provider's    *
      * later payments have recovered and what is left, aged from the  *
      * day it was set up and bucketed 0-30, 31-60, 61-90 and over 90  *
      * days, with a balance subtotal per provider.  An overpayment    *
      * open longer than the OVPY-REFER parameter (180 days when no    *
      * parameter is on file) is marked on the file and the report     *
      * for referral to collections.  The month's offsets are totalled *
      * from each record's month-to-date bucket, which is then         *
      * cleared for the new month.                                     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (OVPYARPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVPYAGE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERPAY-FILE
               ASSIGN TO UT-S-OVPYREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OVPY-KEY
               FILE STATUS IS OVPYREC-ST.
           SELECT PRINTFILE
               ASSIGN TO OVPYARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OVERPAY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY OVPYREC.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OVPYREC-ST                 PIC X(2).
               88  OVPYREC-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OVPYREC-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-OVERPAYMENTS           VALUE 'Y'.
           05  RECORD-CHANGED-WS          PIC X(1).
               88  RECORD-CHANGED                 VALUE 'Y'.
      *
      * DAYS AN OVERPAYMENT MAY STAY OPEN BEFORE IT GOES TO
      * COLLECTIONS.  THE OVPY-REFER PARAMETER OVERRIDES IT.
       77  REFER-DEFAULT-DAYS             PIC 9(3) VALUE 180.
       77  REFER-LIMIT-DAYS               PIC 9(3) VALUE 180.
       01  PARM-DAYS-VALUE-WS.
           05  PARM-DAYS-WS               PIC 9(3).
           05  FILLER                     PIC X(17).
           COPY GPARMCOB.
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  ESTABLISHED-INT-WS         PIC 9(9) COMP.
           05  OVPY-AGE-DAYS-WS           PIC S9(5).
           05  AGE-BUCKET-SUB             PIC 9(1).
      *
      * OPEN-OVERPAYMENT AGING BUCKETS - 0-30, 31-60, 61-90, OVER 90.
       01  AGING-BUCKETS-WS.
           05  AGING-BUCKET OCCURS 4.
               10  AB-OVPY-COUNT          PIC 9(5).
               10  AB-BALANCE             PIC S9(11)V99.
       01  PROVIDER-BREAK-WS.
           05  PREV-PROVIDER-CODE         PIC X(2)  VALUE SPACES.
           05  PROV-OPEN-COUNT            PIC 9(5)  VALUE ZERO.
           05  PROV-BALANCE-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  RUN-TOTALS-WS.
           05  OVPY-READ-COUNT            PIC 9(7) VALUE ZERO.
           05  OPEN-OVPY-COUNT            PIC 9(7) VALUE ZERO.
           05  OPEN-BALANCE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  REFERRED-NEW-COUNT         PIC 9(7) VALUE ZERO.
           05  REFERRED-NEW-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  RECOVERED-MTD-COUNT        PIC 9(7) VALUE ZERO.
           05  RECOVERED-MTD-TOTAL        PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(38) VALUE
                   "PROVIDER OVERPAYMENT RECOVERY AGING -".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(20) VALUE
                   "   REFERRAL LIMIT ".
           05  HDG-REFER-DAYS    PIC ZZ9.
           05  FILLER            PIC X(5)  VALUE " DAYS".
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(4)  VALUE "PV".
           05  FILLER            PIC X(12) VALUE "SET UP".
           05  FILLER            PIC X(12) VALUE "CLAIM".
           05  FILLER            PIC X(15) VALUE "   OVERPAYMENT".
           05  FILLER            PIC X(15) VALUE "     RECOVERED".
           05  FILLER            PIC X(15) VALUE "       BALANCE".
           05  FILLER            PIC X(7)  VALUE "    AGE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "COLLECTIONS".
       01  OVPY-DETAIL-LINE.
           05  OD-PROVIDER-CODE  PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-ESTABLISHED    PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  OD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-ORIGINAL       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-RECOVERED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-BALANCE        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-AGE-DAYS       PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OD-REFERRAL       PIC X(30).
       01  PROVIDER-TOTAL-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE "PROVIDER ".
           05  PT-PROVIDER-CODE  PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  PT-OPEN-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(6)  VALUE " OPEN ".
           05  FILLER            PIC X(20) VALUE SPACES.
           05  PT-BALANCE        PIC $$$,$$$,$$9.99.
       01  BUCKET-LINE.
           05  BL-BUCKET-NAME    PIC X(16).
           05  FILLER            PIC X(14) VALUE "OVERPAYMENTS  ".
           05  BL-OVPY-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  BALANCE  ".
           05  BL-BALANCE        PIC $$,$$$,$$$,$$9.99.
       01  BUCKET-NAMES-WS.
           05  FILLER            PIC X(16) VALUE "0-30 DAYS".
           05  FILLER            PIC X(16) VALUE "31-60 DAYS".
           05  FILLER            PIC X(16) VALUE "61-90 DAYS".
           05  FILLER            PIC X(16) VALUE "OVER 90 DAYS".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES-WS.
           05  BUCKET-NAME       PIC X(16) OCCURS 4.
       01  OPEN-TOTAL-LINE.
           05  FILLER            PIC X(30) VALUE
                   "TOTAL OPEN OVERPAYMENTS".
           05  TL-OPEN-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  BALANCE  ".
           05  TL-OPEN-BALANCE   PIC $$,$$$,$$$,$$9.99.
       01  REFERRED-TOTAL-LINE.
           05  FILLER            PIC X(30) VALUE
                   "NEWLY REFERRED TO COLLECTIONS".
           05  TL-REFERRED-COUNT PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  BALANCE  ".
           05  TL-REFERRED-BAL   PIC $$,$$$,$$$,$$9.99.
       01  RECOVERED-TOTAL-LINE.
           05  FILLER            PIC X(30) VALUE
                   "OFFSETS RECOVERED THIS MONTH".
           05  TL-RECOVERED-CNT  PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  AMOUNT   ".
           05  TL-RECOVERED-AMT  PIC $$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-OVERPAYMENT UNTIL NO-MORE-OVERPAYMENTS.
           IF PREV-PROVIDER-CODE NOT = SPACES
               PERFORM 550-WRITE-PROVIDER-TOTAL
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'OVPYAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 150-GET-REFERRAL-LIMIT.
           MOVE REFER-LIMIT-DAYS TO HDG-REFER-DAYS.
           INITIALIZE AGING-BUCKETS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       150-GET-REFERRAL-LIMIT.
      *
           MOVE REFER-DEFAULT-DAYS TO REFER-LIMIT-DAYS.
           MOVE 'OVPYAGE' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'OVPY-REFER' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-DAYS-VALUE-WS
               IF PARM-DAYS-WS NUMERIC AND PARM-DAYS-WS > ZERO
                   MOVE PARM-DAYS-WS TO REFER-LIMIT-DAYS
               ELSE
                   DISPLAY 'OVPY-REFER NOT 001-999 - USING DEFAULT '
                       REFER-DEFAULT-DAYS
               END-IF
           END-IF.
      *
       200-AGE-OVERPAYMENT.
      *
           READ OVERPAY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OVERPAYMENTS TO TRUE
               NOT AT END
                   ADD 1 TO OVPY-READ-COUNT
                   MOVE 'N' TO RECORD-CHANGED-WS
                   IF OP-OPEN
                       PERFORM 500-LIST-OPEN-OVERPAYMENT
                   END-IF
                   IF OP-RECOVERED-MTD > ZERO
                       PERFORM 600-CLEAR-MONTH-TO-DATE
                   END-IF
                   IF RECORD-CHANGED
                       PERFORM 650-REWRITE-OVERPAYMENT
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O OVERPAY-FILE.
           IF NOT OVPYREC-OK
               DISPLAY 'OVERPAYMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OVERPAYMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OVPYREC' TO EL-FILE-NAME
               MOVE OVPYREC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'OVERPAYMENT AGING REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OVERPAYMENT AGING REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-LIST-OPEN-OVERPAYMENT.
      *
           IF OP-PROVIDER-CODE NOT = PREV-PROVIDER-CODE
               IF PREV-PROVIDER-CODE NOT = SPACES
                   PERFORM 550-WRITE-PROVIDER-TOTAL
               END-IF
               MOVE OP-PROVIDER-CODE TO PREV-PROVIDER-CODE
           END-IF.
           ADD 1 TO OPEN-OVPY-COUNT, PROV-OPEN-COUNT.
           ADD OP-BALANCE TO OPEN-BALANCE-TOTAL, PROV-BALANCE-TOTAL.
           COMPUTE ESTABLISHED-INT-WS =
               FUNCTION INTEGER-OF-DATE(OP-ESTABLISHED-DATE).
           COMPUTE OVPY-AGE-DAYS-WS =
               TODAY-INT-WS - ESTABLISHED-INT-WS.
           IF OVPY-AGE-DAYS-WS < ZERO
               MOVE ZERO TO OVPY-AGE-DAYS-WS
           END-IF.
           EVALUATE TRUE
               WHEN OVPY-AGE-DAYS-WS <= 30
                   MOVE 1 TO AGE-BUCKET-SUB
               WHEN OVPY-AGE-DAYS-WS <= 60
                   MOVE 2 TO AGE-BUCKET-SUB
               WHEN OVPY-AGE-DAYS-WS <= 90
                   MOVE 3 TO AGE-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO AB-OVPY-COUNT(AGE-BUCKET-SUB).
           ADD OP-BALANCE TO AB-BALANCE(AGE-BUCKET-SUB).
           MOVE SPACES TO OD-REFERRAL.
           IF OP-REFERRED
               STRING 'REFERRED ' OP-REFERRAL-DATE
                   DELIMITED BY SIZE INTO OD-REFERRAL
               END-STRING
           ELSE
               IF OVPY-AGE-DAYS-WS > REFER-LIMIT-DAYS
                   SET OP-REFERRED TO TRUE
                   MOVE BD-BUSINESS-DATE TO OP-REFERRAL-DATE
                   MOVE 'Y' TO RECORD-CHANGED-WS
                   ADD 1 TO REFERRED-NEW-COUNT
                   ADD OP-BALANCE TO REFERRED-NEW-TOTAL
                   MOVE 'REFER TO COLLECTIONS' TO OD-REFERRAL
               END-IF
           END-IF.
           MOVE OP-PROVIDER-CODE      TO OD-PROVIDER-CODE.
           MOVE OP-ESTABLISHED-DATE   TO OD-ESTABLISHED.
           MOVE OP-POLICY-NO          TO OD-POLICY-NO.
           MOVE OP-CLAIM-SEQ-NO       TO OD-CLAIM-SEQ-NO.
           MOVE OP-ORIGINAL-AMOUNT    TO OD-ORIGINAL.
           MOVE OP-RECOVERED-TO-DATE  TO OD-RECOVERED.
           MOVE OP-BALANCE            TO OD-BALANCE.
           MOVE OVPY-AGE-DAYS-WS      TO OD-AGE-DAYS.
           WRITE PRINT-LINE FROM OVPY-DETAIL-LINE.
      *
       550-WRITE-PROVIDER-TOTAL.
      *
           MOVE PREV-PROVIDER-CODE TO PT-PROVIDER-CODE.
           MOVE PROV-OPEN-COUNT TO PT-OPEN-COUNT.
           MOVE PROV-BALANCE-TOTAL TO PT-BALANCE.
           WRITE PRINT-LINE FROM PROVIDER-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ZERO TO PROV-OPEN-COUNT, PROV-BALANCE-TOTAL.
      *
       600-CLEAR-MONTH-TO-DATE.
      *
      *    OVERPAYMENTS PAID OFF DURING THE MONTH COUNT TOWARD ITS
      *    RECOVERIES TOO, SO EVERY RECORD IS SWEPT, NOT JUST THE
      *    OPEN ONES.
           ADD 1 TO RECOVERED-MTD-COUNT.
           ADD OP-RECOVERED-MTD TO RECOVERED-MTD-TOTAL.
           MOVE ZERO TO OP-RECOVERED-MTD.
           MOVE 'Y' TO RECORD-CHANGED-WS.
      *
       650-REWRITE-OVERPAYMENT.
      *
           REWRITE OVERPAYMENT-RECORD.
           IF NOT OVPYREC-OK
               DISPLAY 'OVERPAYMENT FILE REWRITE PROBLEM'
               MOVE '650-REWRITE-OVERPAYMENT'
                  TO EL-PARAGRAPH
               MOVE 'OVERPAYMENT FILE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OVPYREC' TO EL-FILE-NAME
               MOVE OVPYREC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS.
      *
           PERFORM 710-WRITE-BUCKET-LINE
               VARYING AGE-BUCKET-SUB FROM 1 BY 1
               UNTIL AGE-BUCKET-SUB > 4.
           MOVE OPEN-OVPY-COUNT TO TL-OPEN-COUNT.
           MOVE OPEN-BALANCE-TOTAL TO TL-OPEN-BALANCE.
           MOVE REFERRED-NEW-COUNT TO TL-REFERRED-COUNT.
           MOVE REFERRED-NEW-TOTAL TO TL-REFERRED-BAL.
           MOVE RECOVERED-MTD-COUNT TO TL-RECOVERED-CNT.
           MOVE RECOVERED-MTD-TOTAL TO TL-RECOVERED-AMT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM OPEN-TOTAL-LINE.
           WRITE PRINT-LINE FROM REFERRED-TOTAL-LINE.
           WRITE PRINT-LINE FROM RECOVERED-TOTAL-LINE.
           DISPLAY 'OVPYAGE: OVERPAYMENTS READ ' OVPY-READ-COUNT
                   ' OPEN ' OPEN-OVPY-COUNT
                   ' NEWLY REFERRED ' REFERRED-NEW-COUNT.
      *
       710-WRITE-BUCKET-LINE.
      *
           MOVE BUCKET-NAME(AGE-BUCKET-SUB) TO BL-BUCKET-NAME.
           MOVE AB-OVPY-COUNT(AGE-BUCKET-SUB) TO BL-OVPY-COUNT.
           MOVE AB-BALANCE(AGE-BUCKET-SUB) TO BL-BALANCE.
           WRITE PRINT-LINE FROM BUCKET-LINE.
      *
       900-WRAP-UP.
           CLOSE OVERPAY-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

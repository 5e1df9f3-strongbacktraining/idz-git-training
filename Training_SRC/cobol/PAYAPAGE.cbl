      ******************************************************************
      * PAYAPAGE                                                       *
      * Overdue high-value payment approvals.  Reads the PAYAPPR       *
      * approval file and lists every payment still pending approval   *
      * past its deadline date, in hub reference order, with the days  *
      * it is overdue, who keyed the payment, and the first signature  *
      * if one has been taken.  Treasury works this list every         *
      * morning to chase the missing signatures on PAYAPPRV cards or   *
      * the PAPR transaction.  Payments not yet due and payments       *
      * already approved or released are skipped.                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (PAYAPAGR & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPAGE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYAPPR-FILE
               ASSIGN TO UT-S-PAYAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-PAYMENT-REF
               FILE STATUS IS PAYAPPR-ST.
           SELECT PRINTFILE
               ASSIGN TO PAYAPAGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYAPPR-FILE
           RECORD CONTAINS 170 CHARACTERS.
           COPY PAYAPPR.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  PAYAPPR-ST                 PIC X(2).
               88  PAYAPPR-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYAPPR-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-APPROVALS              VALUE 'Y'.
       01  DATE-WORK-WS.
           05  TODAY-INT-WS               PIC 9(9) COMP.
           05  DEADLINE-INT-WS            PIC 9(9) COMP.
           05  DAYS-OVERDUE-WS            PIC S9(5) COMP.
       01  RUN-TOTALS-WS.
           05  APPROVALS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  PENDING-COUNT              PIC 9(7) VALUE ZERO.
           05  OVERDUE-COUNT              PIC 9(7) VALUE ZERO.
           05  OVERDUE-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  UNSIGNED-COUNT             PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "OVERDUE PAYMENT APPROVALS -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE "PAYMENT".
           05  FILLER            PIC X(10) VALUE "SOURCE".
           05  FILLER            PIC X(27) VALUE "PAYEE".
           05  FILLER            PIC X(16) VALUE "AMOUNT".
           05  FILLER            PIC X(12) VALUE "HELD".
           05  FILLER            PIC X(12) VALUE "DEADLINE".
           05  FILLER            PIC X(7)  VALUE "DAYS".
           05  FILLER            PIC X(10) VALUE "KEYED BY".
           05  FILLER            PIC X(18) VALUE "FIRST SIGNATURE".
       01  AGING-DETAIL-LINE.
           05  AG-PAYMENT-REF    PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-SOURCE         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-HELD-DATE      PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-DEADLINE-DATE  PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-DAYS-OVERDUE   PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-KEYED-BY       PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AG-FIRST-APPROVER PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  AG-FIRST-DATE     PIC XXXX/XX/XX.
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "PENDING ON FILE ".
           05  RT-PENDING        PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  OVERDUE ".
           05  RT-OVERDUE        PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-OVERDUE-AMT    PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(23)
                   VALUE "  NO SIGNATURE YET ".
           05  RT-UNSIGNED       PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-APPROVAL UNTIL NO-MORE-APPROVALS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PAYAPAGE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE).
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-APPROVAL.
      *
       200-CHECK-APPROVAL.
      *
           ADD 1 TO APPROVALS-READ-COUNT.
           IF AP-PENDING
               ADD 1 TO PENDING-COUNT
               IF AP-DEADLINE-DATE < BD-BUSINESS-DATE
                   PERFORM 500-LIST-OVERDUE
               END-IF
           END-IF.
           PERFORM 400-READ-APPROVAL.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT PAYAPPR-FILE.
           IF NOT PAYAPPR-OK
               DISPLAY 'PAYMENT APPROVAL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'APPROVAL AGING LIST OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'APPROVAL AGING LIST OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-APPROVAL.
      *
           READ PAYAPPR-FILE
               AT END
                   SET NO-MORE-APPROVALS TO TRUE
           END-READ.
           IF NOT PAYAPPR-OK AND NOT NO-MORE-APPROVALS
               DISPLAY 'PAYMENT APPROVAL FILE READ PROBLEM'
               MOVE '400-READ-APPROVAL'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT APPROVAL FILE READ PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYAPPR' TO EL-FILE-NAME
               MOVE PAYAPPR-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       500-LIST-OVERDUE.
      *
           COMPUTE DEADLINE-INT-WS =
               FUNCTION INTEGER-OF-DATE(AP-DEADLINE-DATE).
           COMPUTE DAYS-OVERDUE-WS = TODAY-INT-WS - DEADLINE-INT-WS.
           ADD 1 TO OVERDUE-COUNT.
           ADD AP-AMOUNT TO OVERDUE-TOTAL.
           MOVE AP-PAYMENT-REF TO AG-PAYMENT-REF.
           MOVE AP-SOURCE-SYSTEM TO AG-SOURCE.
           MOVE AP-PAYEE-NAME TO AG-PAYEE-NAME.
           MOVE AP-AMOUNT TO AG-AMOUNT.
           MOVE AP-HELD-DATE TO AG-HELD-DATE.
           MOVE AP-DEADLINE-DATE TO AG-DEADLINE-DATE.
           MOVE DAYS-OVERDUE-WS TO AG-DAYS-OVERDUE.
           MOVE AP-KEYED-BY TO AG-KEYED-BY.
           IF AP-FIRST-APPROVER = SPACES
               ADD 1 TO UNSIGNED-COUNT
               MOVE 'NONE' TO AG-FIRST-APPROVER
               MOVE SPACES TO AG-FIRST-DATE
           ELSE
               MOVE AP-FIRST-APPROVER TO AG-FIRST-APPROVER
               MOVE AP-FIRST-APPROVAL-DATE TO AG-FIRST-DATE
           END-IF.
           WRITE PRINT-LINE FROM AGING-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE PENDING-COUNT TO RT-PENDING.
           MOVE OVERDUE-COUNT TO RT-OVERDUE.
           MOVE OVERDUE-TOTAL TO RT-OVERDUE-AMT.
           MOVE UNSIGNED-COUNT TO RT-UNSIGNED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE PAYAPPR-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

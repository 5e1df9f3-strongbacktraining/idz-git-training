      ******************************************************************
      * PATRCONV                                                       *
      * One-time conversion of the patient receivable file from the    *
      * old 50-byte PATRECV layout to the 100-byte layout that adds    *
      * the insurance-claim fields and the balance due that patient    *
      * payments and collections now work against.  Reads the old file *
      * and writes every receivable to the converted output in the     *
      * same order.  Every old bill predates claiming, so it converts  *
      * as self-pay with no claim key and nothing paid by insurance or *
      * adjusted off; an open bill's balance due is the whole bill and *
      * a paid bill owes nothing.  The audit report shows in/out       *
      * counts, which must match, and how many open and paid           *
      * receivables were converted.                                    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATRCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PATRECV-FILE
               ASSIGN TO UT-S-PATRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDRCV-ST.
           SELECT NEW-PATRECV-FILE
               ASSIGN TO UT-S-PATROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWRCV-ST.
           SELECT PRINTFILE
               ASSIGN TO PATRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PATRECV-FILE
           RECORD CONTAINS 50 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED PATRECV.cpy LAYOUT.
       01  OLD-PATIENT-RECV-RECORD.
           05  OPR-PATIENT-ID            PIC X(08).
           05  OPR-BILL-DATE             PIC 9(08).
           05  OPR-ADMIT-DATE            PIC 9(08).
           05  OPR-DISCHARGE-DATE        PIC 9(08).
           05  OPR-BILL-AMOUNT           PIC 9(09)V99.
           05  OPR-STATUS                PIC X(01).
               88  OPR-PAID                      VALUE 'P'.
           05  FILLER                    PIC X(06).
      *
       FD  NEW-PATRECV-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDRCV-ST                  PIC X(2).
               88  OLDRCV-OK                      VALUE '00'.
           05  NEWRCV-ST                  PIC X(2).
               88  NEWRCV-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDRCV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-RECEIVABLES         VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
           05  OPEN-RECEIVABLE-COUNT      PIC 9(7) VALUE ZERO.
           05  PAID-RECEIVABLE-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(36) VALUE
                   "PATIENT RECEIVABLE CONVERSION REPORT".
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(13) VALUE "RECORDS READ ".
           05  RT-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "WRITTEN ".
           05  RT-WRITTEN-COUNT  PIC ZZZZZZ9.
       01  REPORT-DETAIL-TOTALS-LINE.
           05  FILLER            PIC X(5) VALUE
                   "OPEN ".
           05  RD-OPEN-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(5) VALUE
                   "PAID ".
           05  RD-PAID-COUNT     PIC ZZZZZZ9.
       01  REPORT-BALANCE-LINE.
           05  FILLER            PIC X(20) VALUE "CONVERSION BALANCE: ".
           05  RB-STATUS         PIC X(14).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CONVERT-RECEIVABLE UNTIL NO-MORE-OLD-RECEIVABLES.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-RECEIVABLE.
      *
       200-CONVERT-RECEIVABLE.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-RECEIVABLE.
           PERFORM 400-READ-OLD-RECEIVABLE.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-PATRECV-FILE.
           IF NOT OLDRCV-OK
               DISPLAY 'OLD PATIENT RECV FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD PATIENT RECV FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRIN' TO EL-FILE-NAME
               MOVE OLDRCV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEW-PATRECV-FILE.
           IF NOT NEWRCV-OK
               DISPLAY 'NEW PATIENT RECV FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW PATIENT RECV FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATROUT' TO EL-FILE-NAME
               MOVE NEWRCV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATRCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-RECEIVABLE.
      *
           READ OLD-PATRECV-FILE
               AT END
                   SET NO-MORE-OLD-RECEIVABLES TO TRUE
           END-READ.
      *
       500-WRITE-NEW-RECEIVABLE.
      *
           MOVE SPACES TO PATIENT-RECV-RECORD.
           MOVE OPR-PATIENT-ID      TO PR-PATIENT-ID.
           MOVE OPR-BILL-DATE       TO PR-BILL-DATE.
           MOVE OPR-ADMIT-DATE      TO PR-ADMIT-DATE.
           MOVE OPR-DISCHARGE-DATE  TO PR-DISCHARGE-DATE.
           MOVE OPR-BILL-AMOUNT     TO PR-BILL-AMOUNT.
           MOVE OPR-STATUS          TO PR-STATUS.
      *    SELF-PAY, SO PATCLMGN NEVER FILES A CLAIM FOR A BILL
      *    THAT WENT OUT BEFORE CLAIMING EXISTED.
           SET PR-SELF-PAY TO TRUE.
           MOVE ZERO                TO PR-CLAIM-POLICY-NO,
                                       PR-CLAIM-SEQ-NO,
                                       PR-INSURANCE-PAID,
                                       PR-CONTRACT-ADJUSTMENT,
                                       PR-PLACED-DATE.
           IF OPR-PAID
               MOVE ZERO            TO PR-BALANCE-DUE
               ADD 1 TO PAID-RECEIVABLE-COUNT
           ELSE
               MOVE OPR-BILL-AMOUNT TO PR-BALANCE-DUE
               ADD 1 TO OPEN-RECEIVABLE-COUNT
           END-IF.
           WRITE PATIENT-RECV-RECORD.
           IF NEWRCV-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW PATIENT RECV FILE WRITE PROBLEM'
                   ' - PATIENT ' OPR-PATIENT-ID
               MOVE '500-WRITE-NEW-RECEIVABLE'
                  TO EL-PARAGRAPH
               MOVE 'NEW PATIENT RECV FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATROUT' TO EL-FILE-NAME
               MOVE NEWRCV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE RECORDS-READ-COUNT        TO RT-READ-COUNT.
           MOVE RECORDS-WRITTEN-COUNT     TO RT-WRITTEN-COUNT.
           MOVE OPEN-RECEIVABLE-COUNT     TO RD-OPEN-COUNT.
           MOVE PAID-RECEIVABLE-COUNT     TO RD-PAID-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-TOTALS-LINE.
           IF RECORDS-READ-COUNT = RECORDS-WRITTEN-COUNT
               MOVE 'IN BALANCE'     TO RB-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-STATUS
           END-IF.
           WRITE REPORT-LINE FROM REPORT-BALANCE-LINE.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY 'PATRCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'PATRCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-PATRECV-FILE, NEW-PATRECV-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'PATRCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

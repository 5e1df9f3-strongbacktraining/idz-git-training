      ******************************************************************
      * SUBRMNT                                                        *
      * Batch maintenance program for the SUBROCAS subrogation case    *
      * file, in the same transaction pattern as PAUTHMNT: reads the   *
      * SUBRTRAN transactions the recovery unit keys as it works each  *
      * case and applies them against the indexed case file keyed on   *
      * the paid claim's policy number and claim sequence, writing a   *
      * transaction activity report as it goes.                       *
      *    D  demand letter sent to the liable party's carrier         *
      *    S  settlement reached, with the part that reimburses the    *
      *       member's own deductible and coinsurance                  *
      *    C  cash received, with the member's part of the receipt     *
      *    X  case closed - recovered, no liability or uncollectible   *
      * Cash builds the month-to-date buckets SUBRAGE hands to the GL  *
      * at month end.  The member's part of a receipt is credited      *
      * back against the member's OOPACCUM out-of-pocket accumulator   *
      * while the case's benefit year is still open there.  A settled  *
      * case closes itself once its settlement is collected.           *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBRO-CASE-FILE
               ASSIGN TO UT-S-SUBROCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-CASE-KEY
               FILE STATUS IS SUBROCAS-ST.
           SELECT OOP-ACCUM-FILE
               ASSIGN TO UT-S-OOPACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-POLICY-NO
               FILE STATUS IS OOP-ACCUM-ST.
           SELECT TRANFILE
               ASSIGN TO SUBRTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO SUBRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBRO-CASE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY SUBROCAS.
      *
       FD  OOP-ACCUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY OOPACCUM.
      *
       FD  TRANFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRO-TRAN-RECORD.
           05  ST-FUNCTION-CODE          PIC X.
               88  ST-DEMAND                     VALUE 'D'.
               88  ST-SETTLEMENT                 VALUE 'S'.
               88  ST-CASH-RECEIVED              VALUE 'C'.
               88  ST-CLOSE                      VALUE 'X'.
           05  ST-CASE-KEY.
               10  ST-POLICY-NO          PIC 9(7).
               10  ST-CLAIM-SEQ-NO       PIC 9(2).
           05  ST-ACTIVITY-DATE          PIC 9(8).
      *    DEMAND, SETTLEMENT OR CASH AMOUNT.
           05  ST-AMOUNT                 PIC 9(7)V99.
      *    PART OF THE SETTLEMENT OR RECEIPT THAT REIMBURSES THE
      *    MEMBER'S SHARE.
           05  ST-MEMBER-AMOUNT          PIC 9(7)V99.
      *    CARRIER THE DEMAND WENT TO - BLANK KEEPS THE CASE'S.
           05  ST-OTHER-CARRIER          PIC X(20).
           05  ST-CLOSE-REASON           PIC X(2).
           05  FILLER                    PIC X(22).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  SUBROCAS-ST                PIC X(2).
               88  SUBROCAS-OK                    VALUE '00'.
               88  SUBROCAS-NOT-FOUND             VALUE '23'.
           05  OOP-ACCUM-ST               PIC X(2).
               88  OOP-ACCUM-OK                   VALUE '00'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
           05  OOP-ACCUM-AVAILABLE-WS     PIC X(1)  VALUE 'N'.
               88  OOP-ACCUM-AVAILABLE             VALUE 'Y'.
       01  CASH-WORK-FIELDS.
           05  MEMBER-LIMIT-WS            PIC 9(7)V99.
           05  OOP-CREDIT-WS              PIC 9(7)V99.
       01  TRAN-COUNTS-WS.
           05  TRAN-DEMAND-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-SETTLE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-CASH-COUNT            PIC 9(5) VALUE ZERO.
           05  TRAN-CLOSE-COUNT           PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
           05  CASH-POSTED-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05  OOP-CREDITED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(30).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(13) VALUE "POLICY-SEQ".
           05  FILLER            PIC X(5)  VALUE "FUNC".
           05  FILLER            PIC X(14) VALUE "AMOUNT".
           05  FILLER            PIC X(30) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  RD-CLAIM-SEQ-NO   PIC 9(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-STATUS         PIC X(30).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(8)  VALUE "DEMANDS ".
           05  RT-DEMAND-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  SETTLED".
           05  RT-SETTLE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(7)  VALUE "  CASH ".
           05  RT-CASH-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  CLOSED ".
           05  RT-CLOSE-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  ERRORS ".
           05  RT-ERROR-COUNT    PIC ZZZZ9.
       01  REPORT-CASH-LINE.
           05  FILLER            PIC X(20) VALUE "CASH POSTED".
           05  RC-CASH-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "OOP CREDITED".
           05  RC-OOP-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
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
           MOVE 'SUBRMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           MOVE ST-CASE-KEY TO SR-CASE-KEY.
           READ SUBRO-CASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT SUBROCAS-OK
               MOVE "REJECTED - NO CASE ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
           IF SR-CASE-CLOSED
               MOVE "REJECTED - CASE IS CLOSED" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
           IF ST-ACTIVITY-DATE NOT NUMERIC
               OR ST-ACTIVITY-DATE = ZERO
               MOVE "REJECTED - ACTIVITY DATE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN ST-DEMAND
                       PERFORM 500-RECORD-DEMAND
                   WHEN ST-SETTLEMENT
                       PERFORM 510-RECORD-SETTLEMENT
                   WHEN ST-CASH-RECEIVED
                       PERFORM 520-RECORD-CASH
                   WHEN ST-CLOSE
                       PERFORM 530-CLOSE-CASE
                   WHEN OTHER
                       MOVE "INVALID FUNCTION CODE"
                          TO REPORT-STATUS-WS
                       ADD 1 TO TRAN-ERROR-COUNT
               END-EVALUATE
           END-IF
           END-IF
           END-IF.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
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
      *    WITHOUT THE ACCUMULATOR FILE CASH STILL POSTS; THE
      *    MEMBER CREDIT IS REPORTED AS NOT APPLIED.
           OPEN I-O OOP-ACCUM-FILE.
           IF OOP-ACCUM-OK
               MOVE 'Y' TO OOP-ACCUM-AVAILABLE-WS
           ELSE
               DISPLAY 'SUBRMNT: OOP ACCUMULATOR FILE UNAVAILABLE - '
                   'MEMBER CREDITS NOT APPLIED'
           END-IF.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'SUBROGATION TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUBROGATION TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'SUBROGATION MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUBROGATION MAINTENANCE REPORT OPEN PROBLEM'
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
       500-RECORD-DEMAND.
      *
           IF SR-CASE-SETTLED
               MOVE "REJECTED - ALREADY SETTLED" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
           IF ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO
               MOVE "REJECTED - DEMAND AMOUNT" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE ST-ACTIVITY-DATE TO SR-DEMAND-DATE,
                    SR-LAST-ACTIVITY-DATE
               MOVE ST-AMOUNT TO SR-DEMAND-AMOUNT
               IF ST-OTHER-CARRIER NOT = SPACES
                   MOVE ST-OTHER-CARRIER TO SR-OTHER-CARRIER
               END-IF
               SET SR-CASE-DEMANDED TO TRUE
               PERFORM 550-REWRITE-CASE
               IF SUBROCAS-OK
                   ADD 1 TO TRAN-DEMAND-COUNT
                   MOVE "DEMAND RECORDED" TO REPORT-STATUS-WS
               END-IF
           END-IF
           END-IF.
      *
       510-RECORD-SETTLEMENT.
      *
           IF ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO
               OR ST-MEMBER-AMOUNT NOT NUMERIC
               MOVE "REJECTED - SETTLEMENT AMOUNT" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
           IF ST-MEMBER-AMOUNT > ST-AMOUNT
               OR ST-MEMBER-AMOUNT > SR-MEMBER-SHARE
               MOVE "REJECTED - MEMBER PART TOO BIG"
                  TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE ST-ACTIVITY-DATE TO SR-SETTLE-DATE,
                    SR-LAST-ACTIVITY-DATE
               MOVE ST-AMOUNT TO SR-SETTLE-AMOUNT
               MOVE ST-MEMBER-AMOUNT TO SR-SETTLE-MEMBER-AMT
               SET SR-CASE-SETTLED TO TRUE
               PERFORM 550-REWRITE-CASE
               IF SUBROCAS-OK
                   ADD 1 TO TRAN-SETTLE-COUNT
                   MOVE "SETTLEMENT RECORDED" TO REPORT-STATUS-WS
               END-IF
           END-IF
           END-IF.
      *
       520-RECORD-CASH.
      *
      *    THE MEMBER'S PART OF ALL RECEIPTS ON A CASE CANNOT PASS
      *    THE SETTLEMENT'S MEMBER PART, OR BEFORE SETTLEMENT THE
      *    MEMBER'S SHARE OF THE CLAIM.
           IF SR-CASE-SETTLED
               MOVE SR-SETTLE-MEMBER-AMT TO MEMBER-LIMIT-WS
           ELSE
               MOVE SR-MEMBER-SHARE TO MEMBER-LIMIT-WS
           END-IF.
           IF ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO
               OR ST-MEMBER-AMOUNT NOT NUMERIC
               MOVE "REJECTED - CASH AMOUNT" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
               GO TO 520-RECORD-CASH-X.
           IF ST-MEMBER-AMOUNT > ST-AMOUNT
               OR SR-MEMBER-RECOVERED + ST-MEMBER-AMOUNT
                  > MEMBER-LIMIT-WS
               MOVE "REJECTED - MEMBER PART TOO BIG"
                  TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
               GO TO 520-RECORD-CASH-X.
           ADD ST-AMOUNT TO SR-RECOVERED-TO-DATE, SR-RECOVERED-MTD.
           ADD ST-MEMBER-AMOUNT TO SR-MEMBER-RECOVERED,
               SR-MEMBER-MTD.
           MOVE ST-ACTIVITY-DATE TO SR-LAST-ACTIVITY-DATE.
           MOVE "CASH POSTED" TO REPORT-STATUS-WS.
           IF SR-CASE-SETTLED
               AND SR-RECOVERED-TO-DATE >= SR-SETTLE-AMOUNT
               SET SR-CASE-CLOSED TO TRUE
               SET SR-CLOSED-RECOVERED TO TRUE
               MOVE ST-ACTIVITY-DATE TO SR-CLOSE-DATE
               MOVE "CASH POSTED - CASE CLOSED" TO REPORT-STATUS-WS
           END-IF.
           PERFORM 550-REWRITE-CASE.
           IF NOT SUBROCAS-OK
               GO TO 520-RECORD-CASH-X.
           ADD 1 TO TRAN-CASH-COUNT.
           ADD ST-AMOUNT TO CASH-POSTED-TOTAL.
           IF ST-MEMBER-AMOUNT > ZERO
               PERFORM 560-CREDIT-MEMBER-OOP
           END-IF.
       520-RECORD-CASH-X.
           EXIT.
      *
       530-CLOSE-CASE.
      *
           MOVE ST-CLOSE-REASON TO SR-CLOSE-REASON.
           IF NOT SR-CLOSED-RECOVERED
               AND NOT SR-CLOSED-NO-LIABILITY
               AND NOT SR-CLOSED-UNCOLLECTIBLE
               MOVE "REJECTED - CLOSE REASON" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               SET SR-CASE-CLOSED TO TRUE
               MOVE ST-ACTIVITY-DATE TO SR-CLOSE-DATE,
                    SR-LAST-ACTIVITY-DATE
               PERFORM 550-REWRITE-CASE
               IF SUBROCAS-OK
                   ADD 1 TO TRAN-CLOSE-COUNT
                   MOVE "CASE CLOSED" TO REPORT-STATUS-WS
               END-IF
           END-IF.
      *
       550-REWRITE-CASE.
      *
           REWRITE SUBRO-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT SUBROCAS-OK
               MOVE "REJECTED - CASE UPDATE FAILED" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       560-CREDIT-MEMBER-OOP.
      *
      *    THE REIMBURSED SHARE COMES BACK OFF WHAT THE MEMBER HAS
      *    PAID OUT OF POCKET FOR THE YEAR - BUT ONLY WHILE THE
      *    CASE'S BENEFIT YEAR IS STILL THE ONE CLMPAY IS
      *    ACCUMULATING.  A CLOSED YEAR IS LEFT AS IT STOOD.  AN
      *    OUT-OF-NETWORK CLAIM'S SHARE WAS CHARGED TO THE
      *    OUT-OF-NETWORK BUCKET, SO THAT IS THE ONE CREDITED.
           IF NOT OOP-ACCUM-AVAILABLE
               MOVE "CASH POSTED - OOP NOT CREDITED"
                  TO REPORT-STATUS-WS
               GO TO 560-CREDIT-MEMBER-OOP-X.
           MOVE SR-POLICY-NO TO OA-POLICY-NO.
           READ OOP-ACCUM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT OOP-ACCUM-OK
               MOVE "CASH POSTED - NO OOP RECORD"
                  TO REPORT-STATUS-WS
               GO TO 560-CREDIT-MEMBER-OOP-X.
           IF OA-BENEFIT-YEAR NOT = SR-BENEFIT-YEAR
               MOVE "CASH POSTED - OOP YEAR CLOSED"
                  TO REPORT-STATUS-WS
               GO TO 560-CREDIT-MEMBER-OOP-X.
           MOVE ST-MEMBER-AMOUNT TO OOP-CREDIT-WS.
           IF SR-OUT-OF-NETWORK
               IF OOP-CREDIT-WS > OA-OON-OOP-TO-DATE
                   MOVE OA-OON-OOP-TO-DATE TO OOP-CREDIT-WS
               END-IF
               SUBTRACT OOP-CREDIT-WS FROM OA-OON-OOP-TO-DATE
           ELSE
               IF OOP-CREDIT-WS > OA-OOP-TO-DATE
                   MOVE OA-OOP-TO-DATE TO OOP-CREDIT-WS
               END-IF
               SUBTRACT OOP-CREDIT-WS FROM OA-OOP-TO-DATE
           END-IF.
           REWRITE OOP-ACCUM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF OOP-ACCUM-OK
               ADD OOP-CREDIT-WS TO OOP-CREDITED-TOTAL
               MOVE "CASH POSTED - OOP CREDITED" TO REPORT-STATUS-WS
           ELSE
               MOVE "CASH POSTED - OOP NOT CREDITED"
                  TO REPORT-STATUS-WS
           END-IF.
       560-CREDIT-MEMBER-OOP-X.
           EXIT.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE ST-POLICY-NO      TO RD-POLICY-NO.
           MOVE ST-CLAIM-SEQ-NO   TO RD-CLAIM-SEQ-NO.
           MOVE ST-FUNCTION-CODE  TO RD-FUNCTION.
           IF ST-AMOUNT NUMERIC
               MOVE ST-AMOUNT     TO RD-AMOUNT
           ELSE
               MOVE ZERO          TO RD-AMOUNT
           END-IF.
           MOVE REPORT-STATUS-WS  TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-DEMAND-COUNT TO RT-DEMAND-COUNT.
           MOVE TRAN-SETTLE-COUNT TO RT-SETTLE-COUNT.
           MOVE TRAN-CASH-COUNT   TO RT-CASH-COUNT.
           MOVE TRAN-CLOSE-COUNT  TO RT-CLOSE-COUNT.
           MOVE TRAN-ERROR-COUNT  TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
           MOVE CASH-POSTED-TOTAL  TO RC-CASH-TOTAL.
           MOVE OOP-CREDITED-TOTAL TO RC-OOP-TOTAL.
           WRITE REPORT-LINE FROM REPORT-CASH-LINE.
      *
       900-WRAP-UP.
           CLOSE SUBRO-CASE-FILE, TRANFILE, REPORTFILE.
           IF OOP-ACCUM-AVAILABLE
               CLOSE OOP-ACCUM-FILE
           END-IF.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

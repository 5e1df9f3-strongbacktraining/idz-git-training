      * POLICY-TYPE - employer, Medicare and affordable-care books     *
      * each carry their own monthly rate per thousand of POLICY-      *
      * AMOUNT, held in a rate table the same way COBLOAN holds its    *
      * LOAN-RATE-TABLE - unless POLRENEW has re-rated the policy at   *
      * renewal, in which case the POLRATE rate in effect on the bill  *
      * date is used - writes the PREMINV invoice interface file,      *
      * and prints a billing register with per-type subtotals and a    *
      * grand total finance can tie out.  A member of an active        *
      * GRPMAST employer group is still invoiced on PREMINV, but the   *
      * invoice carries the group number and falls due on the          *
      * group's billing day, ready for GRPBILL to gather onto the      *
      * group's consolidated list bill.                                *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT GRPMAST-FILE
               ASSIGN TO UT-S-GRPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-GROUP-NO
               FILE STATUS IS GRPMAST-ST.
           SELECT POLRATE-FILE
               ASSIGN TO UT-S-POLRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RATE-KEY
               FILE STATUS IS POLRATE-ST.
           SELECT INVOICE-FILE
               ASSIGN TO UT-S-PREMINV
               ORGANIZATION IS SEQUENTIAL
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  GRPMAST-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY GRPMAST.
      *
       FD  POLRATE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLRATE.
      *
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  POLMAST-OK                     VALUE '00'.
           05  INVOICE-ST                 PIC X(2).
               88  INVOICE-OK                     VALUE '00'.
           05  GRPMAST-ST                 PIC X(2).
               88  GRPMAST-OK                     VALUE '00'.
           05  GRPMAST-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  GRPMAST-AVAILABLE              VALUE 'Y'.
           05  POLRATE-ST                 PIC X(2).
               88  POLRATE-OK                     VALUE '00'.
           05  POLRATE-AVAILABLE-WS       PIC X(1)  VALUE 'N'.
               88  POLRATE-AVAILABLE              VALUE 'Y'.
           05  POLRATE-DONE-WS            PIC X(1).
               88  POLRATE-DONE                   VALUE 'Y'.
           05  POLICY-RATE-FOUND-WS       PIC X(1).
               88  POLICY-RATE-FOUND              VALUE 'Y'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  POLMAST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-POLICIES                VALUE 'Y'.
      *
      * MONTHLY PREMIUM RATE PER POLICY-TYPE, APPLIED AGAINST
      * PM-POLICY-AMOUNT WHEN THE POLICY HAS NO RENEWAL RATE.
           COPY PRMRATE.
       01  POLICY-RATE-WS                 PIC 9V9(5).
       01  RERATED-COUNT                  PIC 9(7) VALUE ZERO.
       01  BILLING-WORK-FIELDS.
           05  INVOICE-NO-WS              PIC 9(9)  VALUE ZERO.
           05  PREMIUM-AMOUNT-WS          PIC 9(7)V99.
           05  BILL-DATE-WS               PIC 9(8)  VALUE ZERO.
           05  DUE-DATE-WS                PIC 9(8)  VALUE ZERO.
           05  DATE-INT-WS                PIC 9(9) COMP.
           05  INVOICE-GROUP-NO-WS        PIC X(6).
           05  MEMBER-DUE-DATE-WS         PIC 9(8).
      *    A LIST-BILLED MEMBER FALLS DUE ON THE GROUP'S BILLING DAY
      *    OF THE MONTH AFTER THE BILL DATE.
           05  GROUP-DUE-DATE-WS.
               10  GD-YEAR                PIC 9(4).
               10  GD-MONTH               PIC 9(2).
               10  GD-DAY                 PIC 9(2).
           05  GROUP-DUE-DATE-N REDEFINES GROUP-DUE-DATE-WS
                                          PIC 9(8).
       01  BILLING-COUNTS-WS.
           05  POLICIES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  INVOICES-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
           05  POLICIES-SKIPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  LIST-BILLED-COUNT          PIC 9(7) VALUE ZERO.
           05  GROUP-NOT-BILLED-COUNT     PIC 9(7) VALUE ZERO.
       01  POLICY-TYPE-SUBTOTALS-WS.
           05  SUB-PREMIUM-AMOUNT         PIC S9(9)V99 OCCURS 3
                                               VALUE ZERO.
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(21) VALUE "POLICY TYPE".
           05  FILLER            PIC X(13) VALUE "PREMIUM".
           05  FILLER            PIC X(12) VALUE "DUE DATE".
           05  FILLER            PIC X(6)  VALUE "GROUP".
       01  BILLING-DETAIL-LINE.
           05  BD-INVOICE-NO     PIC 9(9).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-PREMIUM        PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-DUE-DATE       PIC XXXX/XX/XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  BD-GROUP-NO       PIC X(6).
       01  TYPE-SUBTOTAL-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  TS-POLICY-TYPE    PIC X(20).
           05  GT-INVOICE-COUNT  PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GT-PREMIUM        PIC $$$,$$$,$$9.99.
       01  RERATED-TOTAL-LINE.
           05  FILLER            PIC X(22) VALUE
                   "AT RENEWAL RATES      ".
           05  RR-INVOICE-COUNT  PIC ZZZZZZ9.
       01  LIST-BILL-TOTAL-LINE.
           05  FILLER            PIC X(22) VALUE
                   "LIST BILLED TO GROUPS ".
           05  LB-INVOICE-COUNT  PIC ZZZZZZ9.
       01  GROUP-NOT-BILLED-LINE.
           05  FILLER            PIC X(22) VALUE
                   "NO ACTIVE GROUP - BILL".
           05  NB-INVOICE-COUNT  PIC ZZZZZZ9.
           05  FILLER            PIC X(22) VALUE
                   "  BILLED INDIVIDUALLY".
      *
       PROCEDURE DIVISION.
      *
           END-IF.
           PERFORM 300-OPEN-FILES.
           PERFORM 400-READ-POLICY.
      *    THE FIRST MONTH OF A GROUP MAY BILL BEFORE ANY GROUP IS
      *    ON FILE; EVERY MEMBER IS THEN BILLED INDIVIDUALLY.
           OPEN INPUT GRPMAST-FILE.
           IF GRPMAST-OK
               MOVE 'Y' TO GRPMAST-AVAILABLE-WS
           ELSE
               DISPLAY 'PREMBILL: NO GROUP MASTER - NO LIST BILLING'
           END-IF.
      *    UNTIL THE FIRST RENEWAL RUN EVERY POLICY IS ON BOOK RATES.
           OPEN INPUT POLRATE-FILE.
           IF POLRATE-OK
               MOVE 'Y' TO POLRATE-AVAILABLE-WS
           ELSE
               DISPLAY 'PREMBILL: NO POLICY RATE FILE - BOOK RATES'
           END-IF.
      *
       200-PROCESS-POLICY.
      *
       500-BILL-POLICY.
      *
           MOVE PM-POLICY-TYPE TO TYPE-SUB-WS.
           MOVE PREMIUM-RATE(TYPE-SUB-WS) TO POLICY-RATE-WS.
           IF POLRATE-AVAILABLE
               PERFORM 505-FIND-POLICY-RATE
           END-IF.
           COMPUTE PREMIUM-AMOUNT-WS ROUNDED =
               PM-POLICY-AMOUNT * POLICY-RATE-WS.
           ADD 1 TO INVOICE-NO-WS.
           PERFORM 510-FIND-GROUP.
           PERFORM 550-WRITE-INVOICE.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 520-WRITE-HEADING-LINES
               TO SUB-PREMIUM-AMOUNT(TYPE-SUB-WS), TOT-PREMIUM-AMOUNT.
           ADD 1 TO SUB-INVOICE-COUNT(TYPE-SUB-WS),
                    INVOICES-WRITTEN-COUNT.
      *
       505-FIND-POLICY-RATE.
      *
      *    THE POLICY'S RATE RECORDS COME BACK IN EFFECTIVE-DATE
      *    ORDER; THE LAST ONE IN EFFECT BY THE BILL DATE WINS.
           MOVE PM-POLICY-NO TO PR-POLICY-NO.
           MOVE ZERO TO PR-EFFECTIVE-DATE.
           MOVE 'N' TO POLRATE-DONE-WS, POLICY-RATE-FOUND-WS.
           START POLRATE-FILE KEY IS NOT LESS THAN PR-RATE-KEY
               INVALID KEY
                   MOVE 'Y' TO POLRATE-DONE-WS
           END-START.
           PERFORM 506-READ-POLICY-RATE UNTIL POLRATE-DONE.
           IF POLICY-RATE-FOUND
               ADD 1 TO RERATED-COUNT
           END-IF.
      *
       506-READ-POLICY-RATE.
      *
           READ POLRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO POLRATE-DONE-WS
           END-READ.
           IF NOT POLRATE-DONE
               IF PR-POLICY-NO NOT = PM-POLICY-NO
                   OR PR-EFFECTIVE-DATE > BILL-DATE-WS
                   MOVE 'Y' TO POLRATE-DONE-WS
               ELSE
                   MOVE PR-MONTHLY-RATE TO POLICY-RATE-WS
                   MOVE 'Y' TO POLICY-RATE-FOUND-WS
               END-IF
           END-IF.
      *
       510-FIND-GROUP.
      *
      *    A MEMBER WHOSE GROUP IS MISSING OR TERMINATED FALLS BACK
      *    TO AN INDIVIDUAL INVOICE ON THE STANDARD TERMS.
           MOVE SPACES TO INVOICE-GROUP-NO-WS.
           MOVE DUE-DATE-WS TO MEMBER-DUE-DATE-WS.
           IF PM-GROUP-NO NOT = SPACES
               IF GRPMAST-AVAILABLE
                   MOVE PM-GROUP-NO TO GM-GROUP-NO
                   READ GRPMAST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF GRPMAST-AVAILABLE AND GRPMAST-OK AND GM-ACTIVE
                   MOVE GM-GROUP-NO TO INVOICE-GROUP-NO-WS
                   PERFORM 515-GROUP-DUE-DATE
                   ADD 1 TO LIST-BILLED-COUNT
               ELSE
                   ADD 1 TO GROUP-NOT-BILLED-COUNT
                   DISPLAY 'PREMBILL: POLICY ' PM-POLICY-NO
                       ' GROUP ' PM-GROUP-NO
                       ' NOT ACTIVE - BILLED INDIVIDUALLY'
               END-IF
           END-IF.
      *
       515-GROUP-DUE-DATE.
      *
           MOVE BILL-DATE-WS TO GROUP-DUE-DATE-N.
           IF GD-MONTH = 12
               MOVE 1 TO GD-MONTH
               ADD 1 TO GD-YEAR
           ELSE
               ADD 1 TO GD-MONTH
           END-IF.
           MOVE GM-BILLING-DAY TO GD-DAY.
           SET BDY-NEXT-BUSINESS-DAY TO TRUE.
           MOVE GROUP-DUE-DATE-N TO BDY-DATE-IN.
           MOVE ZERO TO BDY-DAYS-TO-ADD.
           MOVE SPACES TO BDY-SITE-CODE.
           CALL 'BUSDAY' USING BUSDAY-PARMS-WS.
           IF BDY-OK
               MOVE BDY-DATE-OUT TO MEMBER-DUE-DATE-WS
           ELSE
               MOVE GROUP-DUE-DATE-N TO MEMBER-DUE-DATE-WS
           END-IF.
      *
       520-WRITE-HEADING-LINES.
      *
           MOVE PM-POLICY-TYPE       TO PI-POLICY-TYPE.
           MOVE PREMIUM-AMOUNT-WS    TO PI-PREMIUM-AMOUNT.
           MOVE BILL-DATE-WS         TO PI-BILL-DATE.
           MOVE MEMBER-DUE-DATE-WS   TO PI-DUE-DATE.
           MOVE INVOICE-GROUP-NO-WS  TO PI-GROUP-NO.
           SET PI-OPEN TO TRUE.
           WRITE PREMIUM-INVOICE-RECORD.
           IF NOT INVOICE-OK
           MOVE PM-LAST-NAME         TO BD-LAST-NAME.
           PERFORM 610-FORMAT-POLICY-TYPE.
           MOVE PREMIUM-AMOUNT-WS    TO BD-PREMIUM.
           MOVE MEMBER-DUE-DATE-WS   TO BD-DUE-DATE.
           MOVE INVOICE-GROUP-NO-WS  TO BD-GROUP-NO.
           WRITE PRINT-LINE FROM BILLING-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           WRITE PRINT-LINE AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE RERATED-COUNT TO RR-INVOICE-COUNT.
           WRITE PRINT-LINE FROM RERATED-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE LIST-BILLED-COUNT TO LB-INVOICE-COUNT.
           WRITE PRINT-LINE FROM LIST-BILL-TOTAL-LINE
               AFTER ADVANCING 1.
           IF GROUP-NOT-BILLED-COUNT > ZERO
               MOVE GROUP-NOT-BILLED-COUNT TO NB-INVOICE-COUNT
               WRITE PRINT-LINE FROM GROUP-NOT-BILLED-LINE
                   AFTER ADVANCING 1
           END-IF.
      *
       710-WRITE-TYPE-SUBTOTAL.
      *
      *
       900-WRAP-UP.
           CLOSE POLMAST-FILE, INVOICE-FILE, PRINTFILE.
           IF GRPMAST-AVAILABLE
               CLOSE GRPMAST-FILE
           END-IF.
           IF POLRATE-AVAILABLE
               CLOSE POLRATE-FILE
           END-IF.
      *
       999-ERROR-RTN.
           MOVE 'PREMBILL' TO EL-PROGRAM-ID.

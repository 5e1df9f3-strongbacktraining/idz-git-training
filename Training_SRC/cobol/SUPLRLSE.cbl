      ******************************************************************
      * SUPLRLSE                                                       *
      * Purchasing release step over the INVHOLD held-invoice queue,   *
      * in the CLMPNDRL mold.  Purchasing reviews each invoice         *
      * SUPLPOST held off the aging - no order, price over the order,  *
      * quantity not received - and punches one card per invoice it    *
      * decides: 'A' approves it, 'R' refuses it back to the           *
      * supplier.  Approved invoices are written out in the SUPLPTRN   *
      * posting layout marked as released, to be concatenated into     *
      * the next SUPLPOST input, where they post without the match.    *
      * Refused invoices leave the queue; everything else is carried   *
      * forward to the new queue generation.  The release register     *
      * lists each decision, the approver, and any card that matched   *
      * no held invoice.                                               *
      * Accounts payable works the probable duplicates SUPLPOST holds  *
      * the same way, from its DUPSUSP report: an approved suspect goes*
      * back marked as cleared of the duplicate screen only, so it is  *
      * still matched to its order when it posts.                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (INVRLRPT, RELTRAN & SYSOUT)          *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPLRLSE.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-FILE
               ASSIGN TO UT-S-INVRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCARD-ST.
           SELECT HELD-INVOICE-FILE
               ASSIGN TO UT-S-INVHOLDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDIN-ST.
           SELECT HELD-INVOICE-OUT-FILE
               ASSIGN TO UT-S-INVHOLDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDOUT-ST.
           SELECT RELEASED-TRAN-FILE
               ASSIGN TO UT-S-RELTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELTRAN-ST.
           SELECT PRINTFILE
               ASSIGN TO INVRLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RELEASE-CARD-RECORD.
           05  RL-WREHOUSE-NO            PIC 9(7).
           05  RL-SUPPLR-NO              PIC X(3).
           05  RL-INVOICE-NO             PIC X(15).
      *    'A' APPROVE FOR POSTING, 'R' REFUSE BACK TO THE SUPPLIER.
           05  RL-ACTION                 PIC X(1).
           05  RL-APPROVER               PIC X(8).
           05  FILLER                    PIC X(6).
      *
       FD  HELD-INVOICE-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY INVHOLD.
      *
       FD  HELD-INVOICE-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HELD-INVOICE-OUT-RECORD       PIC X(120).
      *
       FD  RELEASED-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPLPTRN.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  RELCARD-ST                 PIC X(2).
               88  RELCARD-OK                     VALUE '00'.
           05  HOLDIN-ST                  PIC X(2).
               88  HOLDIN-OK                      VALUE '00'.
           05  HOLDOUT-ST                 PIC X(2).
               88  HOLDOUT-OK                     VALUE '00'.
           05  RELTRAN-ST                 PIC X(2).
               88  RELTRAN-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RELCARD-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-CARDS                  VALUE 'Y'.
           05  HOLDIN-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-HOLDS                  VALUE 'Y'.
           05  CARD-MATCHED-WS            PIC X(1).
               88  CARD-MATCHED                   VALUE 'Y'.
      *
      * RELEASE-CARD TABLE, LOADED AT STARTUP.  OVERFLOW STOPS THE
      * RUN RATHER THAN SILENTLY DROPPING A DECISION.
       01  RELEASE-CARD-TABLE-WS.
           05  REL-CARD-COUNT             PIC 9(3) VALUE ZERO.
           05  REL-CARD-ENTRY OCCURS 500.
               10  RT-WREHOUSE-NO         PIC 9(7).
               10  RT-SUPPLR-NO           PIC X(3).
               10  RT-INVOICE-NO          PIC X(15).
               10  RT-ACTION              PIC X(1).
                   88  RT-APPROVE                 VALUE 'A'.
                   88  RT-REFUSE                  VALUE 'R'.
               10  RT-APPROVER            PIC X(8).
               10  RT-CARD-USED           PIC X(1).
                   88  RT-USED                    VALUE 'Y'.
       01  CARD-SUB                       PIC 9(3).
       01  RELEASE-COUNTS-WS.
           05  HOLDS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  APPROVED-COUNT             PIC 9(7) VALUE ZERO.
           05  APPROVED-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  REFUSED-COUNT              PIC 9(7) VALUE ZERO.
           05  CARRIED-COUNT              PIC 9(7) VALUE ZERO.
           05  UNMATCHED-CARD-COUNT       PIC 9(7) VALUE ZERO.
           05  BAD-CARD-COUNT             PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "HELD INVOICE RELEASE REGISTER -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  RELEASE-DETAIL-LINE.
           05  REL-ACTION        PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-WREHOUSE-NO   PIC 9(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-SUPPLR-NO     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-INVOICE-NO    PIC X(15).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-PO-NUMBER     PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-HOLD-REASON   PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-APPROVER      PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  REL-COMMENT       PIC X(24).
       01  RELEASE-TOTALS-LINE.
           05  FILLER            PIC X(11) VALUE "HOLDS READ ".
           05  RT-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  APPROVED ".
           05  RT-APPROVED       PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RT-APPROVED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(10) VALUE "  REFUSED ".
           05  RT-REFUSED        PIC ZZZZZZ9.
           05  FILLER            PIC X(10) VALUE "  CARRIED ".
           05  RT-CARRIED        PIC ZZZZZZ9.
           05  FILLER            PIC X(18) VALUE "  UNMATCHED CARDS ".
           05  RT-UNMATCHED      PIC ZZZZZZ9.
           05  FILLER            PIC X(12) VALUE "  BAD CARDS ".
           05  RT-BAD-CARDS      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-HOLD UNTIL NO-MORE-HOLDS.
           PERFORM 600-REPORT-UNMATCHED-CARDS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SUPLRLSE' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           PERFORM 310-LOAD-RELEASE-CARD UNTIL NO-MORE-CARDS.
           PERFORM 400-READ-HOLD.
      *
       200-PROCESS-HOLD.
      *
           ADD 1 TO HOLDS-READ-COUNT.
           MOVE HI-TRAN-IMAGE TO SUPPLIER-TRAN-RECORD.
           MOVE 'N' TO CARD-MATCHED-WS.
           PERFORM 210-MATCH-RELEASE-CARD
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > REL-CARD-COUNT
               OR CARD-MATCHED.
           EVALUATE TRUE
               WHEN CARD-MATCHED AND RT-APPROVE(CARD-SUB)
                   PERFORM 500-APPROVE-INVOICE
               WHEN CARD-MATCHED
                   PERFORM 510-REFUSE-INVOICE
               WHEN OTHER
                   ADD 1 TO CARRIED-COUNT
                   WRITE HELD-INVOICE-OUT-RECORD
                       FROM HELD-INVOICE-RECORD
           END-EVALUATE.
           PERFORM 400-READ-HOLD.
      *
       210-MATCH-RELEASE-CARD.
      *
           IF NOT RT-USED(CARD-SUB)
               AND RT-WREHOUSE-NO(CARD-SUB) = ST-WREHOUSE-NO
               AND RT-SUPPLR-NO(CARD-SUB) = ST-SUPPLR-NO
               AND RT-INVOICE-NO(CARD-SUB) = ST-INVOICE-NO
               SET CARD-MATCHED TO TRUE
               MOVE 'Y' TO RT-CARD-USED(CARD-SUB)
      *        PERFORM VARYING LEAVES CARD-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM CARD-SUB
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT RELEASE-CARD-FILE.
           IF NOT RELCARD-OK
               DISPLAY 'INVOICE RELEASE CARD FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'INVOICE RELEASE CARD FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVRCARD' TO EL-FILE-NAME
               MOVE RELCARD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT HELD-INVOICE-FILE.
           IF NOT HOLDIN-OK
               DISPLAY 'HELD INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HELD INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVHOLDI' TO EL-FILE-NAME
               MOVE HOLDIN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT HELD-INVOICE-OUT-FILE.
           IF NOT HOLDOUT-OK
               DISPLAY 'HELD INVOICE CARRY-FORWARD OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'HELD INVOICE CARRY-FORWARD OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'INVHOLDO' TO EL-FILE-NAME
               MOVE HOLDOUT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT RELEASED-TRAN-FILE.
           IF NOT RELTRAN-OK
               DISPLAY 'RELEASED INVOICE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'RELEASED INVOICE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RELTRAN' TO EL-FILE-NAME
               MOVE RELTRAN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'INVOICE RELEASE REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'INVOICE RELEASE REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-LOAD-RELEASE-CARD.
      *
           READ RELEASE-CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
               NOT AT END
                   PERFORM 320-ADD-RELEASE-CARD
           END-READ.
      *
       320-ADD-RELEASE-CARD.
      *
      *    A CARD WITH NEITHER ACTION IS LISTED AND IGNORED, SO A
      *    MISPUNCH NEVER RELEASES OR REFUSES AN INVOICE BY ACCIDENT.
           IF RL-ACTION NOT = 'A' AND RL-ACTION NOT = 'R'
               ADD 1 TO BAD-CARD-COUNT
               MOVE 'BAD CARD    ' TO REL-ACTION
               MOVE RL-WREHOUSE-NO TO REL-WREHOUSE-NO
               MOVE RL-SUPPLR-NO TO REL-SUPPLR-NO
               MOVE RL-INVOICE-NO TO REL-INVOICE-NO
               MOVE SPACES TO REL-PO-NUMBER, REL-HOLD-REASON
               MOVE ZERO TO REL-AMOUNT
               MOVE RL-APPROVER TO REL-APPROVER
               MOVE 'ACTION NOT A OR R' TO REL-COMMENT
               WRITE PRINT-LINE FROM RELEASE-DETAIL-LINE
           ELSE
               IF REL-CARD-COUNT >= 500
                   DISPLAY 'SUPLRLSE: RELEASE CARD TABLE OVERFLOW'
                   MOVE '320-ADD-RELEASE-CARD'
                      TO EL-PARAGRAPH
                   MOVE 'SUPLRLSE: RELEASE CARD TABLE OVERFLOW'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO REL-CARD-COUNT
               MOVE RL-WREHOUSE-NO TO RT-WREHOUSE-NO(REL-CARD-COUNT)
               MOVE RL-SUPPLR-NO TO RT-SUPPLR-NO(REL-CARD-COUNT)
               MOVE RL-INVOICE-NO TO RT-INVOICE-NO(REL-CARD-COUNT)
               MOVE RL-ACTION TO RT-ACTION(REL-CARD-COUNT)
               MOVE RL-APPROVER TO RT-APPROVER(REL-CARD-COUNT)
               MOVE 'N' TO RT-CARD-USED(REL-CARD-COUNT)
           END-IF.
      *
       400-READ-HOLD.
      *
           READ HELD-INVOICE-FILE
               AT END
                   SET NO-MORE-HOLDS TO TRUE
           END-READ.
      *
       500-APPROVE-INVOICE.
      *
      *    THE RELEASED MARK TELLS SUPLPOST PURCHASING HAS ALREADY
      *    ACCEPTED THE INVOICE AGAINST ITS ORDER AND RECEIPTS.  A
      *    DUPLICATE SUSPECT WAS HELD BEFORE IT EVER REACHED THE
      *    MATCH, SO ITS RELEASE CLEARS THE DUPLICATE SCREEN ONLY.
           IF HI-HOLD-REASON(1:4) = 'DUP '
               SET ST-DUPLICATE-RELEASED TO TRUE
           ELSE
               SET ST-MATCH-RELEASED TO TRUE
           END-IF.
           WRITE SUPPLIER-TRAN-RECORD.
           IF NOT RELTRAN-OK
               DISPLAY 'RELEASED INVOICE WRITE PROBLEM'
               MOVE '500-APPROVE-INVOICE'
                  TO EL-PARAGRAPH
               MOVE 'RELEASED INVOICE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'RELTRAN' TO EL-FILE-NAME
               MOVE RELTRAN-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO APPROVED-COUNT.
           ADD ST-AMOUNT TO APPROVED-TOTAL.
           MOVE 'APPROVED    ' TO REL-ACTION.
           MOVE 'RELEASED TO NEXT POSTING' TO REL-COMMENT.
           PERFORM 650-WRITE-DETAIL-LINE.
      *
       510-REFUSE-INVOICE.
      *
           ADD 1 TO REFUSED-COUNT.
           MOVE 'REFUSED     ' TO REL-ACTION.
           MOVE 'RETURN TO SUPPLIER' TO REL-COMMENT.
           PERFORM 650-WRITE-DETAIL-LINE.
      *
       600-REPORT-UNMATCHED-CARDS.
      *
           PERFORM 610-REPORT-UNMATCHED-CARD
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > REL-CARD-COUNT.
      *
       610-REPORT-UNMATCHED-CARD.
      *
           IF NOT RT-USED(CARD-SUB)
               ADD 1 TO UNMATCHED-CARD-COUNT
               MOVE 'NO MATCH    ' TO REL-ACTION
               MOVE RT-WREHOUSE-NO(CARD-SUB) TO REL-WREHOUSE-NO
               MOVE RT-SUPPLR-NO(CARD-SUB) TO REL-SUPPLR-NO
               MOVE RT-INVOICE-NO(CARD-SUB) TO REL-INVOICE-NO
               MOVE SPACES TO REL-PO-NUMBER, REL-HOLD-REASON
               MOVE ZERO TO REL-AMOUNT
               MOVE RT-APPROVER(CARD-SUB) TO REL-APPROVER
               MOVE 'CARD MATCHED NO HOLD' TO REL-COMMENT
               WRITE PRINT-LINE FROM RELEASE-DETAIL-LINE
           END-IF.
      *
       650-WRITE-DETAIL-LINE.
      *
           MOVE ST-WREHOUSE-NO TO REL-WREHOUSE-NO.
           MOVE ST-SUPPLR-NO TO REL-SUPPLR-NO.
           MOVE ST-INVOICE-NO TO REL-INVOICE-NO.
           MOVE ST-PO-NUMBER TO REL-PO-NUMBER.
           MOVE ST-AMOUNT TO REL-AMOUNT.
           MOVE HI-HOLD-REASON TO REL-HOLD-REASON.
           MOVE RT-APPROVER(CARD-SUB) TO REL-APPROVER.
           WRITE PRINT-LINE FROM RELEASE-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE HOLDS-READ-COUNT     TO RT-READ.
           MOVE APPROVED-COUNT       TO RT-APPROVED.
           MOVE APPROVED-TOTAL       TO RT-APPROVED-TOTAL.
           MOVE REFUSED-COUNT        TO RT-REFUSED.
           MOVE CARRIED-COUNT        TO RT-CARRIED.
           MOVE UNMATCHED-CARD-COUNT TO RT-UNMATCHED.
           MOVE BAD-CARD-COUNT       TO RT-BAD-CARDS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RELEASE-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE RELEASE-CARD-FILE, HELD-INVOICE-FILE,
                 HELD-INVOICE-OUT-FILE, RELEASED-TRAN-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

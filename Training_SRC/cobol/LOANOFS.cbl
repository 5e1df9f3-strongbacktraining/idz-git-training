      ******************************************************************
      * LOANOFS                                                        *
      * Shared policy-loan offset subroutine in the GETPARM mold.      *
      * The programs that pay money out to a member - INSURCOB on a    *
      * claim paid to the insured, PREMRFND on a premium refund -      *
      * call here (parameter area in LNOFCOB.cpy) before the payment   *
      * is written.  The member is found through the PARTYXRF policy   *
      * link and the member's loan links are walked for an active or   *
      * nonaccrual policy loan on LOANMAST.  When there is one, up to  *
      * the LOAN-OFF-PCT share of the payment (50 when no parameter    *
      * is on file), never more than the loan still owes after this    *
      * run's earlier offsets, is written as a LOANPOST payment        *
      * transaction and the split is recorded on the LOANOFST file     *
      * for the LOANOFRG offset register.  The files are opened on     *
      * first entry and left open until the caller's FINISH call.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANOFS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-XREF-FILE
               ASSIGN TO UT-S-PARTYXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS PARTYXRF-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO UT-S-LOANOPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOANOPAY-ST.
           SELECT LOAN-OFFSET-FILE
               ASSIGN TO UT-S-LOANOFST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOANOFST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTY-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARTYXRF.
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
      * SAME PAYMENT LAYOUT LOANPOST READS - THE OFFSET DATASET IS
      * CONCATENATED INTO LOANPOST'S PAYMENT INPUT.
       FD  LOAN-PAYMENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  LOAN-PAYMENT-RECORD.
           05  LP-LOAN-NO                PIC 9(7).
           05  LP-PAYMENT-AMOUNT         PIC 9(7)V99.
           05  LP-PAYMENT-DATE           PIC 9(8).
           05  FILLER                    PIC X(6).
      *
       FD  LOAN-OFFSET-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOANOFST.
       WORKING-STORAGE SECTION.
       01  PARTYXRF-ST                   PIC X(2).
           88  PARTYXRF-OK                        VALUE '00'.
       01  LOANMAST-ST                   PIC X(2).
           88  LOANMAST-OK                        VALUE '00'.
       01  LOANOPAY-ST                   PIC X(2).
           88  LOANOPAY-OK                        VALUE '00'.
       01  LOANOFST-ST                   PIC X(2).
           88  LOANOFST-OK                        VALUE '00'.
       01  OFS-FILE-STATE-WS             PIC X(1)    VALUE 'N'.
           88  OFS-FILE-NOT-YET-OPEN              VALUE 'N'.
           88  OFS-FILE-AVAILABLE                 VALUE 'Y'.
           88  OFS-FILE-UNAVAILABLE               VALUE 'U'.
       01  XREF-EOF-WS                   PIC X(1).
           88  NO-MORE-XREFS                      VALUE 'Y'.
       01  LINK-SCAN-DONE-WS             PIC X(1).
           88  LINK-SCAN-DONE                     VALUE 'Y'.
       01  CUST-FOUND-WS                 PIC X(1).
           88  CUST-FOUND                         VALUE 'Y'.
       01  LOAN-FOUND-WS                 PIC X(1).
           88  LOAN-FOUND                         VALUE 'Y'.
      *
      * SHARE OF A MEMBER PAYMENT THAT MAY GO TO THE MEMBER'S
      * POLICY LOAN.  THE LOAN-OFF-PCT PARAMETER OVERRIDES IT;
      * ZERO TURNS OFFSETTING OFF.
       77  OFFSET-DEFAULT-PCT            PIC 9(3)    VALUE 50.
       77  OFFSET-PCT                    PIC 9(3)    VALUE 50.
       01  PARM-PERCENT-VALUE-WS.
           05  PARM-PERCENT-WS           PIC 9(3).
           05  FILLER                    PIC X(17).
           COPY GPARMCOB.
      *
      * POLICY-TO-CUSTOMER MAP BUILT FROM THE PARTYXRF 'P' LINKS.
       01  POLICY-CUST-MAP-WS.
           05  POLICY-MAP-COUNT          PIC 9(4)    VALUE ZERO.
           05  POLICY-MAP-ENTRY OCCURS 2000.
               10  PC-POLICY-NO          PIC 9(7).
               10  PC-CUST-ID            PIC X(5).
       01  MAP-SUB                       PIC 9(4).
      *
      * OFFSETS TAKEN EARLIER IN THIS RUN, BY LOAN.  LOANMAST IS NOT
      * UPDATED UNTIL LOANPOST RUNS, SO WITHOUT THEM TWO PAYMENTS TO
      * ONE MEMBER COULD TOGETHER TAKE MORE THAN THE LOAN OWES.
       01  LOAN-TAKEN-TABLE-WS.
           05  LOAN-TAKEN-COUNT          PIC 9(4)    VALUE ZERO.
           05  LOAN-TAKEN-ENTRY OCCURS 500.
               10  LT-LOAN-NO            PIC 9(7).
               10  LT-TAKEN-AMOUNT       PIC 9(9)V99.
       01  TAKEN-SUB                     PIC 9(4).
       01  OFFSET-WORK-WS.
           05  LOAN-AVAILABLE-WS         PIC S9(9)V99.
           05  OFFSET-AMOUNT-WS          PIC S9(7)V99.
       01  RUN-TOTALS-WS.
           05  OFFSET-COUNT              PIC 9(7)    VALUE ZERO.
           05  OFFSET-TOTAL              PIC 9(11)V99 VALUE ZERO.
       LINKAGE SECTION.
           COPY LNOFCOB.
      *
       PROCEDURE DIVISION USING LOANOFS-PARMS-WS.
      *
       000-MAIN.
      *
           IF LF-FINISH
             IF OFS-FILE-AVAILABLE
               DISPLAY 'LOANOFS: ' LF-SOURCE-SYSTEM
                  ' PAYMENTS OFFSET TO POLICY LOANS ' OFFSET-COUNT
                  ' AMOUNT ' OFFSET-TOTAL
               CLOSE PARTY-XREF-FILE, LOANMAST-FILE,
                     LOAN-PAYMENT-FILE, LOAN-OFFSET-FILE
             END-IF
             SET OFS-FILE-NOT-YET-OPEN TO TRUE
             SET LF-OFFSET-TAKEN TO TRUE
             GOBACK
           END-IF.
           IF OFS-FILE-NOT-YET-OPEN
             PERFORM 100-OPEN-FILES THRU 100-OPEN-FILES-X
           END-IF.
           MOVE SPACES TO LF-CUST-ID.
           MOVE ZERO TO LF-LOAN-NO, LF-OFFSET-AMOUNT.
           MOVE LF-GROSS-AMOUNT TO LF-NET-AMOUNT.
           IF OFS-FILE-UNAVAILABLE
             SET LF-FILE-UNAVAILABLE TO TRUE
             GOBACK
           END-IF.
           IF NOT LF-OFFSET
             SET LF-FILE-ERROR TO TRUE
             GOBACK
           END-IF.
           SET LF-NO-LOAN TO TRUE.
           IF OFFSET-PCT > ZERO AND LF-OFFSET-BASE > ZERO
             PERFORM 200-FIND-MEMBER
             IF CUST-FOUND
               PERFORM 300-FIND-POLICY-LOAN
               IF LOAN-FOUND
                 PERFORM 400-TAKE-OFFSET THRU 400-TAKE-OFFSET-X
               END-IF
             END-IF
           END-IF.
           GOBACK.
      *
       100-OPEN-FILES.
      *
      *    WITHOUT THE CROSS-REFERENCE OR THE LOAN MASTER NO LOAN
      *    CAN BE FOUND, AND MEMBERS ARE PAID IN FULL AS BEFORE.
           SET OFS-FILE-AVAILABLE TO TRUE.
           OPEN INPUT PARTY-XREF-FILE.
           IF NOT PARTYXRF-OK
             SET OFS-FILE-UNAVAILABLE TO TRUE
           ELSE
             OPEN INPUT LOANMAST-FILE
             IF NOT LOANMAST-OK
               CLOSE PARTY-XREF-FILE
               SET OFS-FILE-UNAVAILABLE TO TRUE
             END-IF
           END-IF.
           IF OFS-FILE-UNAVAILABLE
             DISPLAY 'LOANOFS: PARTY XREF OR LOAN MASTER UNAVAILABLE'
                ' - NO POLICY LOAN OFFSETS THIS RUN'
             GO TO 100-OPEN-FILES-X
           END-IF.
      *    THE POSTINGS AND THE OFFSET RECORDS ACCUMULATE ACROSS THE
      *    CYCLE'S STEPS, SO EXTEND.
           OPEN EXTEND LOAN-PAYMENT-FILE.
           IF NOT LOANOPAY-OK
             DISPLAY 'LOANOFS: LOAN PAYMENT FILE OPEN PROBLEM '
                LOANOPAY-ST
             CLOSE PARTY-XREF-FILE, LOANMAST-FILE
             SET OFS-FILE-UNAVAILABLE TO TRUE
             GO TO 100-OPEN-FILES-X
           END-IF.
           OPEN EXTEND LOAN-OFFSET-FILE.
           IF NOT LOANOFST-OK
             DISPLAY 'LOANOFS: LOAN OFFSET FILE OPEN PROBLEM '
                LOANOFST-ST
             CLOSE PARTY-XREF-FILE, LOANMAST-FILE, LOAN-PAYMENT-FILE
             SET OFS-FILE-UNAVAILABLE TO TRUE
             GO TO 100-OPEN-FILES-X
           END-IF.
           PERFORM 110-GET-OFFSET-PCT.
           MOVE ZERO TO POLICY-MAP-COUNT, LOAN-TAKEN-COUNT,
                OFFSET-COUNT, OFFSET-TOTAL.
           MOVE 'N' TO XREF-EOF-WS.
           PERFORM 120-LOAD-XREF-MAP UNTIL NO-MORE-XREFS.
      *
       100-OPEN-FILES-X.
           EXIT.
      *
       110-GET-OFFSET-PCT.
      *
           MOVE OFFSET-DEFAULT-PCT TO OFFSET-PCT.
           MOVE 'LOANOFS' TO GP-PROGRAM.
           MOVE LF-PAYMENT-DATE TO GP-AS-OF-DATE.
           MOVE 'LOAN-OFF-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
             MOVE GP-PARM-VALUE TO PARM-PERCENT-VALUE-WS
             IF PARM-PERCENT-WS NUMERIC AND PARM-PERCENT-WS < 100
               MOVE PARM-PERCENT-WS TO OFFSET-PCT
             ELSE
               DISPLAY 'LOAN-OFF-PCT NOT 000-099 - USING DEFAULT '
                   OFFSET-DEFAULT-PCT
             END-IF
           END-IF.
      *
       120-LOAD-XREF-MAP.
      *
           READ PARTY-XREF-FILE NEXT RECORD
             AT END
               SET NO-MORE-XREFS TO TRUE
             NOT AT END
               IF PX-POLICY-LINK
                 PERFORM 130-ADD-XREF-ENTRY
               END-IF
           END-READ.
      *
       130-ADD-XREF-ENTRY.
      *
           IF POLICY-MAP-COUNT >= 2000
             DISPLAY 'LOANOFS: POLICY MAP FULL AT 2000 - LATER '
                'POLICIES NOT OFFSET'
             SET NO-MORE-XREFS TO TRUE
           ELSE
             ADD 1 TO POLICY-MAP-COUNT
             MOVE PX-LINK-NO TO PC-POLICY-NO(POLICY-MAP-COUNT)
             MOVE PX-CUST-ID TO PC-CUST-ID(POLICY-MAP-COUNT)
           END-IF.
      *
       200-FIND-MEMBER.
      *
           MOVE 'N' TO CUST-FOUND-WS.
           PERFORM 210-MATCH-POLICY-MAP
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > POLICY-MAP-COUNT
               OR CUST-FOUND.
      *
       210-MATCH-POLICY-MAP.
      *
           IF PC-POLICY-NO(MAP-SUB) = LF-POLICY-NO
             SET CUST-FOUND TO TRUE
             MOVE PC-CUST-ID(MAP-SUB) TO LF-CUST-ID
           END-IF.
      *
       300-FIND-POLICY-LOAN.
      *
      *    THE MEMBER'S LOAN LINKS SIT TOGETHER UNDER CUST-ID + 'L';
      *    THE FIRST POLICY LOAN STILL OWING TAKES THE OFFSET.
           MOVE 'N' TO LOAN-FOUND-WS, LINK-SCAN-DONE-WS.
           MOVE LF-CUST-ID TO PX-CUST-ID.
           MOVE 'L' TO PX-LINK-TYPE.
           MOVE ZERO TO PX-LINK-NO.
           START PARTY-XREF-FILE KEY IS >= PX-XREF-KEY
             INVALID KEY
               SET LINK-SCAN-DONE TO TRUE
           END-START.
           PERFORM 310-CHECK-LOAN-LINK
               UNTIL LINK-SCAN-DONE OR LOAN-FOUND.
      *
       310-CHECK-LOAN-LINK.
      *
           READ PARTY-XREF-FILE NEXT RECORD
             AT END
               SET LINK-SCAN-DONE TO TRUE
           END-READ.
           IF NOT LINK-SCAN-DONE
             IF PX-CUST-ID NOT = LF-CUST-ID OR NOT PX-LOAN-LINK
               SET LINK-SCAN-DONE TO TRUE
             ELSE
               MOVE PX-LINK-NO TO LM-LOAN-NO
               READ LOANMAST-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               IF LOANMAST-OK AND LM-POLICY-LOAN
                  AND (LM-ACTIVE OR LM-NONACCRUAL)
                 PERFORM 320-LOAN-AVAILABLE
                 IF LOAN-AVAILABLE-WS > ZERO
                   SET LOAN-FOUND TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
       320-LOAN-AVAILABLE.
      *
           MOVE LM-CURRENT-BALANCE TO LOAN-AVAILABLE-WS.
           MOVE ZERO TO TAKEN-SUB.
           PERFORM 330-MATCH-TAKEN-ENTRY
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > LOAN-TAKEN-COUNT
               OR TAKEN-SUB > ZERO.
           IF TAKEN-SUB > ZERO
             SUBTRACT LT-TAKEN-AMOUNT(TAKEN-SUB)
                 FROM LOAN-AVAILABLE-WS
           END-IF.
      *
       330-MATCH-TAKEN-ENTRY.
      *
           IF LT-LOAN-NO(MAP-SUB) = LM-LOAN-NO
             MOVE MAP-SUB TO TAKEN-SUB
           END-IF.
      *
       400-TAKE-OFFSET.
      *
      *    NO MORE THAN THE OFFSET PERCENTAGE OF THE BASE, AND NO
      *    MORE THAN THE LOAN STILL OWES.  A WHOLE PAYMENT IS NEVER
      *    TAKEN.
           COMPUTE OFFSET-AMOUNT-WS =
              LF-OFFSET-BASE * OFFSET-PCT / 100.
           IF OFFSET-AMOUNT-WS > LOAN-AVAILABLE-WS
             MOVE LOAN-AVAILABLE-WS TO OFFSET-AMOUNT-WS
           END-IF.
           IF OFFSET-AMOUNT-WS > LF-GROSS-AMOUNT
             MOVE LF-GROSS-AMOUNT TO OFFSET-AMOUNT-WS
           END-IF.
           IF OFFSET-AMOUNT-WS NOT > ZERO
             GO TO 400-TAKE-OFFSET-X
           END-IF.
           IF TAKEN-SUB = ZERO
             IF LOAN-TAKEN-COUNT >= 500
               DISPLAY 'LOANOFS: LOAN TABLE FULL AT 500 - LOAN '
                  LM-LOAN-NO ' NOT OFFSET'
               GO TO 400-TAKE-OFFSET-X
             END-IF
             ADD 1 TO LOAN-TAKEN-COUNT
             MOVE LOAN-TAKEN-COUNT TO TAKEN-SUB
             MOVE LM-LOAN-NO TO LT-LOAN-NO(TAKEN-SUB)
             MOVE ZERO TO LT-TAKEN-AMOUNT(TAKEN-SUB)
           END-IF.
           MOVE SPACES TO LOAN-PAYMENT-RECORD.
           MOVE LM-LOAN-NO TO LP-LOAN-NO.
           MOVE OFFSET-AMOUNT-WS TO LP-PAYMENT-AMOUNT.
           MOVE LF-PAYMENT-DATE TO LP-PAYMENT-DATE.
           WRITE LOAN-PAYMENT-RECORD.
           IF NOT LOANOPAY-OK
             DISPLAY 'LOANOFS: LOAN PAYMENT WRITE PROBLEM '
                LOANOPAY-ST
             SET LF-FILE-ERROR TO TRUE
             GO TO 400-TAKE-OFFSET-X
           END-IF.
           ADD OFFSET-AMOUNT-WS TO LT-TAKEN-AMOUNT(TAKEN-SUB).
           MOVE LM-LOAN-NO TO LF-LOAN-NO.
           MOVE OFFSET-AMOUNT-WS TO LF-OFFSET-AMOUNT.
           COMPUTE LF-NET-AMOUNT = LF-GROSS-AMOUNT - OFFSET-AMOUNT-WS.
           MOVE SPACES TO LOAN-OFFSET-RECORD.
           MOVE LF-SOURCE-SYSTEM TO LO-SOURCE-SYSTEM.
           MOVE LF-PAYMENT-REF-NO TO LO-PAYMENT-REF-NO.
           MOVE LF-POLICY-NO TO LO-POLICY-NO.
           MOVE LF-CUST-ID TO LO-CUST-ID.
           MOVE LF-LOAN-NO TO LO-LOAN-NO.
           MOVE LF-GROSS-AMOUNT TO LO-GROSS-AMOUNT.
           MOVE LF-OFFSET-AMOUNT TO LO-OFFSET-AMOUNT.
           MOVE LF-NET-AMOUNT TO LO-NET-AMOUNT.
           MOVE LF-PAYMENT-DATE TO LO-OFFSET-DATE.
           WRITE LOAN-OFFSET-RECORD.
           IF NOT LOANOFST-OK
             DISPLAY 'LOANOFS: LOAN OFFSET WRITE PROBLEM '
                LOANOFST-ST
           END-IF.
           ADD 1 TO OFFSET-COUNT.
           ADD OFFSET-AMOUNT-WS TO OFFSET-TOTAL.
           SET LF-OFFSET-TAKEN TO TRUE.
      *
       400-TAKE-OFFSET-X.
           EXIT.

      * adjudicates it again, and carries the unreleased pends         *
      * forward to the new queue generation.  A release register       *
      * lists what was released, what card matched nothing, and what   *
      * claim could not be re-inserted.  Claims an examiner already    *
      * released or denied online through CLMPNDWB are dropped from    *
      * the new generation and counted on the totals line.             *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
           05  CARRIED-COUNT              PIC 9(7) VALUE ZERO.
           05  INSERT-FAIL-COUNT          PIC 9(7) VALUE ZERO.
           05  UNMATCHED-CARD-COUNT       PIC 9(7) VALUE ZERO.
           05  WORKED-ONLINE-COUNT        PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
           COPY RSVUPCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(31) VALUE
                   "PENDED CLAIM RELEASE REGISTER -".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "UNMATCHED CARDS ".
           05  RT-UNMATCHED      PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE "WORKED ONLINE ".
           05  RT-WORKED-ONLINE  PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
                   UNTIL CARD-SUB > REL-CARD-COUNT
                   OR CARD-MATCHED
           END-IF.
      *    A CLAIM RELEASED OR DENIED ONLINE HAS LEFT THE QUEUE.
           EVALUATE TRUE
               WHEN CARD-MATCHED
                   PERFORM 500-RELEASE-CLAIM
               WHEN PD-RELEASED OR PD-DENIED
                   ADD 1 TO WORKED-ONLINE-COUNT
               WHEN OTHER
                   ADD 1 TO CARRIED-COUNT
                   WRITE PEND-CLAIM-OUT-RECORD FROM PENDED-CLAIM-RECORD
           END-EVALUATE.
           PERFORM 400-READ-PEND.
      *
       210-MATCH-RELEASE-CARD.
               SET PD-RELEASED TO TRUE
               MOVE 'RELEASED    ' TO REL-ACTION
               MOVE 'REINSERTED FOR NEXT CYCLE' TO REL-COMMENT
               PERFORM 510-ADJUST-CASE-RESERVE
           END-IF.
           MOVE PD-POLICY-NO TO REL-POLICY-NO.
           INSPECT REL-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PD-CLAIM-SEQ-NO TO REL-SEQ-NO.
           MOVE CLAIM-AMOUNT OF PEND-CLAIM-WS TO REL-CLAIM-AMOUNT.
           WRITE PRINT-LINE FROM RELEASE-DETAIL-LINE.
      *
       510-ADJUST-CASE-RESERVE.
      *
      *    THE RELEASED CLAIM STAYS RESERVED UNTIL THE CYCLE PAYS OR
      *    DENIES IT, BUT AT THE EXAMINER'S CORRECTED AMOUNT.
           SET CU-ADJUST TO TRUE.
           MOVE PD-POLICY-NO TO CU-POLICY-NO.
           MOVE PD-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO.
           MOVE 'R' TO CU-QUEUE.
           MOVE CLAIM-AMOUNT OF PEND-CLAIM-WS TO CU-RESERVE-AMOUNT.
           MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       600-REPORT-UNMATCHED-CARDS.
      *
           MOVE CARRIED-COUNT        TO RT-CARRIED.
           MOVE INSERT-FAIL-COUNT    TO RT-FAILED.
           MOVE UNMATCHED-CARD-COUNT TO RT-UNMATCHED.
           MOVE WORKED-ONLINE-COUNT  TO RT-WORKED-ONLINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RELEASE-TOTALS-LINE.
       900-WRAP-UP.
           CLOSE RELEASE-CARD-FILE, PEND-CLAIM-FILE,
                 PEND-CLAIM-OUT-FILE, CLAIMFILE, PRINTFILE.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

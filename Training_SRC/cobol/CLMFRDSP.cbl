           05  AGE-31-90-COUNT            PIC 9(7) VALUE ZERO.
           05  AGE-OVER-90-COUNT          PIC 9(7) VALUE ZERO.
           COPY BUSDTCOB.
           COPY RSVUPCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(29) VALUE
                   "FRAUD HOLD CASE DISPOSITION -".
               ADD 1 TO CLEARED-COUNT
               MOVE 'CLEARED        ' TO DD-ACTION
               MOVE 'REINSERTED FOR NEXT CYCLE' TO DD-COMMENT
               PERFORM 505-ADJUST-CASE-RESERVE
           END-IF.
           PERFORM 550-WRITE-DISPOSITION-LINE.
      *
       505-ADJUST-CASE-RESERVE.
      *
      *    A CLEARED CLAIM STAYS RESERVED UNTIL THE CYCLE PAYS OR
      *    DENIES IT - IT JUST LEAVES THE FRAUD QUEUE.
           SET CU-ADJUST TO TRUE.
           MOVE FH-POLICY-NO TO CU-POLICY-NO.
           MOVE FH-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO.
           MOVE 'R' TO CU-QUEUE.
           MOVE CLAIM-AMOUNT OF HELD-CLAIM-WS TO CU-RESERVE-AMOUNT.
           MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       520-CONFIRM-FRAUD.
      *
           ADD CLAIM-AMOUNT OF HELD-CLAIM-WS TO FRAUD-LOSS-TOTAL.
           MOVE 'CONFIRMED FRAUD' TO DD-ACTION.
           MOVE 'CLAIM CLOSED TO FRAUD LOSS' TO DD-COMMENT.
           PERFORM 525-CLOSE-CASE-RESERVE.
           PERFORM 550-WRITE-DISPOSITION-LINE.
      *
       525-CLOSE-CASE-RESERVE.
      *
      *    CONFIRMED FRAUD IS NEVER PAID - THE WHOLE RESERVE IS
      *    RELEASED AS NO LIABILITY.
           SET CU-CLOSE TO TRUE.
           MOVE FH-POLICY-NO TO CU-POLICY-NO.
           MOVE FH-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO.
           MOVE 'D' TO CU-CLOSE-REASON.
           MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       530-AGE-CARRIED-HOLD.
      *
       900-WRAP-UP.
           CLOSE DECISION-CARD-FILE, HOLD-CLAIM-FILE,
                 HOLD-CLAIM-OUT-FILE, CLAIMFILE, PRINTFILE.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

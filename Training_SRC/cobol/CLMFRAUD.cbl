           05  RUN-POLICY-COUNT-WS        PIC 9(4) VALUE ZERO.
       01  REFERRAL-REASON-WS             PIC X(20).
           COPY BUSDTCOB.
           COPY RSVUPCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(33) VALUE
                   "CLAIM FRAUD SCREENING REFERRALS -".
               MOVE 'FRDHOLD' TO EL-FILE-NAME
               MOVE FRDHOLD-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           PERFORM 607-SET-UP-CASE-RESERVE.
      *
       607-SET-UP-CASE-RESERVE.
      *
      *    THE HELD CLAIM IS STILL OWED UNTIL THE REVIEW SAYS
      *    OTHERWISE - RESERVE ITS BILLED AMOUNT WHILE IT SITS ON
      *    THE HOLD FILE.
           SET CU-SET-UP TO TRUE.
           MOVE INSURED-POLICY-NO OF CLAIM-RECORD-WS
               TO CU-POLICY-NO.
           MOVE CLAIM-SEQ-NO OF CLAIM-RECORD-WS
               TO CU-CLAIM-SEQ-NO.
           MOVE POLICY-TYPE OF CLAIM-RECORD-WS TO CU-POLICY-TYPE.
           MOVE 'F' TO CU-QUEUE.
           MOVE CLAIM-AMOUNT OF CLAIM-RECORD-WS
               TO CU-RESERVE-AMOUNT.
           MOVE TODAY-DATE-WS TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       610-DELETE-HELD-CLAIM.
      *
       900-WRAP-UP.
           CLOSE CLAIMFILE, CLAIM-HISTORY-FILE,
                 HOLD-CLAIM-FILE, PRINTFILE.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       999-ERROR-RTN.
           MOVE 'CLMFRAUD' TO EL-PROGRAM-ID.

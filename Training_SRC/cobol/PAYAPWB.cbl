       ID DIVISION.
       PROGRAM-ID. PAYAPWB.
      *    CICS HIGH-VALUE PAYMENT APPROVAL - TRANSACTION PAPR
      *
      *    PSEUDO-CONVERSATIONAL, COMMAREA-DRIVEN, BMS MAP SEND/RECEIVE
      *    FRONT END OVER THE PAYAPPR FILE, SO AN APPROVER CAN SIGN A
      *    HELD TREASURY-HUB PAYMENT ONLINE INSTEAD OF PUNCHING A CARD
      *    FOR THE PAYAPPRV RUN.  THE APPROVER KEYS A HUB PAYMENT
      *    REFERENCE AND AN ACTION -
      *        I  INQUIRE - SHOW THE HELD PAYMENT AND ITS SIGNATURES
      *        A  APPROVE - SIGN THE PAYMENT AS THE SIGNED-ON USER
      *    THE SIGNATURE IS ALWAYS THE CICS USER ID, NEVER A KEYED
      *    ONE.  THE SAME RULES AS PAYAPPRV APPLY - THE USER MUST BE
      *    AN ACTIVE APPROVER ON PAYAUTH, MAY NOT BE THE PERSON WHO
      *    KEYED THE PAYMENT, AND MAY NOT SIGN TWICE.  THE SECOND
      *    SIGNATURE MARKS THE PAYMENT APPROVED AND THE NEXT TREASHUB
      *    RUN RELEASES IT.  EVERY SIGNATURE IS STAMPED IN SECAUDIT
      *    WITH THE OPERATOR ID THE SAME WAY CONTMNT DOES.  AHEAD OF
      *    ALL THAT THE OPERATOR'S ROLES ARE CHECKED THROUGH SECCHK AS
      *    ON THE OTHER SCREENS - INQUIRE TO SEE A PAYMENT, CHANGE TO
      *    SIGN ONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  W-REQUEST-VALID-SW               PIC XX.
       01  W-APPROVER-SW                    PIC X(1).
           88  W-APPROVER-AUTHORIZED                VALUE 'Y'.
       01  WS-RESP                          PIC S9(8) COMP.
       01  WS-PAYMENT-REF                   PIC 9(9).
       01  WS-TODAY-DATE                    PIC 9(8).
       01  W-AMOUNT-EDIT                    PIC ZZZ,ZZZ,ZZ9.99.

           COPY PAYAPPR.
           COPY PAYAUTH.

      *    SECURITY AUDIT TRAIL - ONE RECORD PER SIGNATURE,
      *    TIMESTAMPED THROUGH THE SHARED CURDTTM UTILITY.  THE
      *    NINE-BYTE PAYMENT REFERENCE DOES NOT FIT THE SIX-BYTE
      *    CUSTOMER KEY, SO IT LEADS THE BEFORE-INFO INSTEAD.
           COPY SECAUDIT.
           COPY SECCKCOB.
       01  WS-AUDIT-BEFORE.
           05  WS-AB-PAYMENT-REF            PIC 9(9).
           05  WS-AB-STATUS                 PIC X(1).
           05  WS-AB-FIRST-APPROVER         PIC X(8).
           05  FILLER                       PIC X(2).
       01  WS-AUDIT-AFTER.
           05  WS-AA-AMOUNT                 PIC 9(9)V99.
           05  WS-AA-STATUS                 PIC X(1).
           05  WS-AA-APPROVER               PIC X(8).
       01  WS-CURDTTM-FIELDS.
           05  WS-UTC-OFFSET-MINUTES        PIC S9(4) COMP VALUE ZERO.
           05  WS-CURDTTM-DATE              PIC X(8).
           05  WS-CURDTTM-TIME              PIC X(8).
           05  WS-CURDTTM-STAMP             PIC X(30).
       01  WS-OPERATOR-ID                   PIC X(8).

       01  WS-COMM-AREA.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-PAYMENT-REF            PIC 9(9)  VALUE 0.

       COPY DFHAID.
       COPY PAYAMAP.

       01  MESSAGE-VALUES.
           05  ERR-MSG-BAD-KEY       PIC X(50)
                 VALUE 'INVALID KEY PRESSED.  PLEASE TRY AGAIN'.
           05  ERR-MSG-BAD-REF       PIC X(50)
                 VALUE 'PAYMENT REFERENCE MUST BE NUMERIC (999999999)'.
           05  ERR-MSG-BAD-ACTION    PIC X(50)
                 VALUE 'ACTION MUST BE I OR A'.
           05  ERR-MSG-NOT-FOUND     PIC X(50)
                 VALUE 'PAYMENT NOT HELD FOR APPROVAL'.
           05  ERR-MSG-READ-FAILED   PIC X(50)
                 VALUE 'APPROVAL RECORD READ FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-NOT-PENDING   PIC X(50)
                 VALUE 'PAYMENT IS NO LONGER PENDING APPROVAL'.
           05  ERR-MSG-NOT-APPROVER  PIC X(50)
                 VALUE 'YOU ARE NOT AN AUTHORIZED PAYMENT APPROVER'.
           05  ERR-MSG-KEYED-BY      PIC X(50)
                 VALUE 'YOU KEYED THIS PAYMENT - ANOTHER MUST APPROVE'.
           05  ERR-MSG-SIGNED-TWICE  PIC X(50)
                 VALUE 'YOU HAVE ALREADY SIGNED THIS PAYMENT'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  ERR-MSG-UPDATE-FAILED PIC X(50)
                 VALUE 'APPROVAL UPDATE FAILED - PLEASE TRY AGAIN'.
           05  OK-MSG-INQUIRY        PIC X(50)
                 VALUE 'KEY A TO SIGN THIS PAYMENT'.
           05  OK-MSG-FIRST-SIGNED   PIC X(50)
                 VALUE 'FIRST SIGNATURE RECORDED - ONE MORE NEEDED'.
           05  OK-MSG-APPROVED       PIC X(50)
                 VALUE 'PAYMENT APPROVED - RELEASES ON NEXT HUB RUN'.

       01  END-OF-TRANS-MSG       PIC X(30)
                  VALUE 'APPLICATION ENDED'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-PAYMENT-REF              PIC 9(9).


       PROCEDURE DIVISION.

       0000-MAINLINE.
           COMPUTE W-COM-TRAN-EXEC-COUNT = W-COM-TRAN-EXEC-COUNT + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   INITIALIZE WS-COMM-AREA
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHENTER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0100-PROCESS-REQUEST
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF3 OR DFHPF12 OR DFHCLEAR
                   PERFORM 0910-RETURN-FINAL
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   MOVE LOW-VALUES TO PAYAMO
                   MOVE ERR-MSG-BAD-KEY TO AMSG1O
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
           END-EVALUATE
           .

       0100-PROCESS-REQUEST.
      *    AN INQUIRY JUST SHOWS THE HELD PAYMENT.  AN APPROVAL READS
      *    IT FOR UPDATE AND SIGNS IT IF THE SIGNED-ON USER MAY.
           PERFORM 0400-RECEIVE-MAP.
           MOVE SPACES TO AMSG1O.
           PERFORM 0200-EDIT-REQUEST.
           IF W-REQUEST-VALID-SW = 'OK'
              IF AACTI = 'A'
                 MOVE 'C' TO SC-FUNCTION
              ELSE
                 MOVE 'I' TO SC-FUNCTION
              END-IF
              MOVE SPACES TO SC-AUDIT-KEY, SC-AUDIT-INFO
              STRING 'PAYMENT ' WS-PAYMENT-REF
                 DELIMITED BY SIZE INTO SC-AUDIT-INFO
              END-STRING
              PERFORM 0150-CHECK-AUTHORITY
              IF SC-DENIED
                 PERFORM 0610-CLEAR-PAYMENT
                 MOVE ERR-MSG-NOT-AUTHORIZED TO AMSG1O
              END-IF
           END-IF
           IF W-REQUEST-VALID-SW = 'OK'
              AND SC-ALLOWED
              MOVE WS-PAYMENT-REF TO W-COM-PAYMENT-REF
              EVALUATE AACTI
                 WHEN 'A'
                    PERFORM 0500-APPROVE-PAYMENT
                 WHEN OTHER
                    PERFORM 0510-INQUIRE-PAYMENT
              END-EVALUATE
           END-IF
           MOVE -1 TO AREFL
           .

       0150-CHECK-AUTHORITY.
      *    THE OPERATOR'S ROLES MUST GRANT THE FUNCTION ON THIS
      *    TRANSACTION (SECCHK, OVER OPERSEC AND ROLEAUTH).  A
      *    REFUSAL IS ALREADY ON SECAUDIT WHEN SECCHK RETURNS; IF
      *    THE CHECK ITSELF CANNOT RUN THE FUNCTION IS REFUSED TOO.
           MOVE EIBTRNID TO SC-TRANSACTION
           EXEC CICS LINK PROGRAM('SECCHK')
               COMMAREA(SECCHK-PARMS-WS)
               LENGTH(LENGTH OF SECCHK-PARMS-WS)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SC-DENIED TO TRUE
           END-IF
           .

       0200-EDIT-REQUEST.
           MOVE 'OK' TO W-REQUEST-VALID-SW
           IF AACTI = SPACE OR AACTI = LOW-VALUE
              MOVE 'I' TO AACTI
           END-IF
           EVALUATE TRUE
              WHEN AREFI NOT NUMERIC
                 MOVE 'NO' TO W-REQUEST-VALID-SW
                 MOVE ERR-MSG-BAD-REF TO AMSG1O
              WHEN AACTI NOT = 'I' AND AACTI NOT = 'A'
                 MOVE 'NO' TO W-REQUEST-VALID-SW
                 MOVE ERR-MSG-BAD-ACTION TO AMSG1O
              WHEN OTHER
                 MOVE AREFI TO WS-PAYMENT-REF
           END-EVALUATE
           .

       0300-SEND-ERASE.
           MOVE -1 TO AREFL.
           EXEC CICS
             SEND MAP ('PAYAMI')
                 MAPSET('PAYAMAP')
                 MAPONLY
                 ERASE
           END-EXEC.

       0310-SEND-DATAONLY.
           EXEC CICS
             SEND MAP ('PAYAMI')
                 MAPSET('PAYAMAP')
                 FROM(PAYAMO)
                 DATAONLY
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('PAYAMI')
                   MAPSET('PAYAMAP')
                   INTO (PAYAMI)
           END-EXEC.

       0410-CHECK-APPROVER.
      *    THE SIGNED-ON USER MUST BE AN ACTIVE APPROVER ON PAYAUTH.
           MOVE 'N' TO W-APPROVER-SW
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           EXEC CICS
               READ DATASET('PAYAUTH')
                    INTO(PAYMENT-APPROVER-RECORD)
                    RIDFLD(WS-OPERATOR-ID)
                    KEYLENGTH(8)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND PZ-ACTIVE
              SET W-APPROVER-AUTHORIZED TO TRUE
           END-IF
           .

       0500-APPROVE-PAYMENT.
      *    THE APPROVAL RECORD IS HELD FOR UPDATE WHILE IT IS SIGNED
      *    SO TWO APPROVERS CANNOT BOTH TAKE THE FIRST SIGNATURE.
           PERFORM 0410-CHECK-APPROVER
           EXEC CICS
               READ DATASET('PAYAPPR')
                    INTO(PAYMENT-APPROVAL-RECORD)
                    RIDFLD(WS-PAYMENT-REF)
                    KEYLENGTH(9)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 PERFORM 0610-CLEAR-PAYMENT
                 MOVE ERR-MSG-NOT-FOUND TO AMSG1O
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM 0610-CLEAR-PAYMENT
                 MOVE ERR-MSG-READ-FAILED TO AMSG1O
              WHEN NOT AP-PENDING
                 PERFORM 0520-UNLOCK-APPROVAL
                 MOVE ERR-MSG-NOT-PENDING TO AMSG1O
              WHEN NOT W-APPROVER-AUTHORIZED
                 PERFORM 0520-UNLOCK-APPROVAL
                 MOVE ERR-MSG-NOT-APPROVER TO AMSG1O
              WHEN WS-OPERATOR-ID = AP-KEYED-BY
                 PERFORM 0520-UNLOCK-APPROVAL
                 MOVE ERR-MSG-KEYED-BY TO AMSG1O
              WHEN WS-OPERATOR-ID = AP-FIRST-APPROVER
                 PERFORM 0520-UNLOCK-APPROVAL
                 MOVE ERR-MSG-SIGNED-TWICE TO AMSG1O
              WHEN OTHER
                 PERFORM 0530-SIGN-PAYMENT
           END-EVALUATE
           .

       0510-INQUIRE-PAYMENT.
           EXEC CICS
               READ DATASET('PAYAPPR')
                    INTO(PAYMENT-APPROVAL-RECORD)
                    RIDFLD(WS-PAYMENT-REF)
                    KEYLENGTH(9)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 PERFORM 0610-CLEAR-PAYMENT
                 MOVE ERR-MSG-NOT-FOUND TO AMSG1O
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM 0610-CLEAR-PAYMENT
                 MOVE ERR-MSG-READ-FAILED TO AMSG1O
              WHEN OTHER
                 PERFORM 0600-SHOW-PAYMENT
                 IF AP-PENDING
                    MOVE OK-MSG-INQUIRY TO AMSG1O
                 ELSE
                    MOVE ERR-MSG-NOT-PENDING TO AMSG1O
                 END-IF
           END-EVALUATE
           .

       0520-UNLOCK-APPROVAL.
           EXEC CICS
               UNLOCK DATASET('PAYAPPR')
           END-EXEC
           PERFORM 0600-SHOW-PAYMENT
           .

       0530-SIGN-PAYMENT.
      *    THE FIRST SIGNATURE LEAVES THE PAYMENT PENDING; THE
      *    SECOND APPROVES IT FOR THE NEXT HUB RUN.
           MOVE AP-PAYMENT-REF TO WS-AB-PAYMENT-REF
           MOVE AP-STATUS TO WS-AB-STATUS
           MOVE AP-FIRST-APPROVER TO WS-AB-FIRST-APPROVER
           IF AP-FIRST-APPROVER = SPACES
              MOVE WS-OPERATOR-ID TO AP-FIRST-APPROVER
              MOVE WS-TODAY-DATE TO AP-FIRST-APPROVAL-DATE
           ELSE
              MOVE WS-OPERATOR-ID TO AP-SECOND-APPROVER
              MOVE WS-TODAY-DATE TO AP-SECOND-APPROVAL-DATE
              SET AP-APPROVED TO TRUE
           END-IF
           EXEC CICS
               REWRITE DATASET('PAYAPPR')
                    FROM(PAYMENT-APPROVAL-RECORD)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE ERR-MSG-UPDATE-FAILED TO AMSG1O
           ELSE
              PERFORM 0600-SHOW-PAYMENT
              IF AP-APPROVED
                 MOVE OK-MSG-APPROVED TO AMSG1O
              ELSE
                 MOVE OK-MSG-FIRST-SIGNED TO AMSG1O
              END-IF
              PERFORM 0700-WRITE-AUDIT-RECORD
           END-IF
           .

       0600-SHOW-PAYMENT.
           MOVE AP-SOURCE-SYSTEM TO ASRCO
           MOVE AP-PAYEE-NAME TO APAYO
           MOVE AP-AMOUNT TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT TO AAMTO
           EVALUATE TRUE
              WHEN AP-PENDING
                 MOVE 'PENDING APPROVAL' TO ASTATO
              WHEN AP-APPROVED
                 MOVE 'APPROVED' TO ASTATO
              WHEN AP-RELEASED
                 MOVE 'RELEASED' TO ASTATO
              WHEN OTHER
                 MOVE AP-STATUS TO ASTATO
           END-EVALUATE
           MOVE AP-KEYED-BY TO AKEYO
           MOVE AP-HELD-DATE TO AHELDO
           MOVE AP-DEADLINE-DATE TO ADEADO
           MOVE AP-FIRST-APPROVER TO AAPR1O
           IF AP-FIRST-APPROVER = SPACES
              MOVE SPACES TO AAPD1O
           ELSE
              MOVE AP-FIRST-APPROVAL-DATE TO AAPD1O
           END-IF
           .

       0610-CLEAR-PAYMENT.
           MOVE SPACES TO ASRCO, APAYO, AAMTO, ASTATO, AKEYO,
                          AHELDO, ADEADO, AAPR1O, AAPD1O
           .

       0700-WRITE-AUDIT-RECORD.
      *    WHO, FROM WHERE, SIGNED WHICH PAYMENT - THE REFERENCE,
      *    STATUS AND FIRST APPROVER BEFORE; THE AMOUNT, STATUS AND
      *    SIGNING APPROVER AFTER.  AN AUDIT-WRITE FAILURE IS
      *    REPORTED ON THE MESSAGE LINE BUT THE SIGNATURE STANDS.
           MOVE AP-AMOUNT TO WS-AA-AMOUNT
           MOVE AP-STATUS TO WS-AA-STATUS
           MOVE WS-OPERATOR-ID TO WS-AA-APPROVER
           CALL 'CURDTTM' USING WS-UTC-OFFSET-MINUTES,
                WS-CURDTTM-DATE, WS-CURDTTM-TIME, WS-CURDTTM-STAMP.
           MOVE WS-CURDTTM-DATE  TO SA-AUDIT-DATE.
           MOVE WS-CURDTTM-TIME  TO SA-AUDIT-TIME.
           MOVE EIBTRMID         TO SA-TERMINAL-ID.
           MOVE WS-OPERATOR-ID   TO SA-OPERATOR-ID.
           MOVE EIBTRNID         TO SA-TRANSACTION.
           MOVE AACTI            TO SA-FUNCTION.
           MOVE SPACES           TO SA-CUSTOMER-KEY.
           MOVE WS-AUDIT-BEFORE  TO SA-BEFORE-INFO.
           MOVE WS-AUDIT-AFTER   TO SA-AFTER-INFO.
           MOVE SPACE            TO SA-OUTCOME.
           EXEC CICS
               WRITE DATASET('SECAUDIT')
                    FROM(SECURITY-AUDIT-RECORD)
                    RIDFLD(SA-AUDIT-KEY)
                    KEYLENGTH(20)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SIGNATURE RECORDED - AUDIT WRITE FAILED' TO AMSG1O
           END-IF
           .

       0900-RETURN-PSEUDO.
           EXEC CICS
               RETURN TRANSID('PAPR')
               COMMAREA(WS-COMM-AREA)
           END-EXEC.

       0910-RETURN-FINAL.
           EXEC CICS SEND TEXT FROM (END-OF-TRANS-MSG)
              ERASE
              FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

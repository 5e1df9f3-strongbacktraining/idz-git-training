       ID DIVISION.
       PROGRAM-ID. SECCHK.
      *    CICS TRANSACTION AUTHORIZATION CHECK
      *
      *    LINKED (COMMAREA SECCKCOB) BY THE ONLINE TRANSACTIONS
      *    BEFORE THEY HONOR A FUNCTION, THE WAY CDAT1 LINKS TO CDAT2.
      *    THE SIGNED-ON USER IS LOOKED UP ON OPERSEC; AN UNKNOWN OR
      *    INACTIVE OPERATOR IS REFUSED OUTRIGHT.  OTHERWISE EACH ROLE
      *    THE OPERATOR HOLDS IS LOOKED UP ON ROLEAUTH UNDER THE
      *    CALLER'S TRANSACTION ID, AND THE FUNCTION IS ALLOWED AS
      *    SOON AS ONE ROLE GRANTS IT.  A SECURITY FILE THAT CANNOT
      *    BE READ REFUSES THE FUNCTION RATHER THAN LET IT THROUGH.
      *    EVERY REFUSAL IS WRITTEN TO SECAUDIT WITH SA-DENIED SET,
      *    STAMPED THROUGH THE SHARED CURDTTM UTILITY THE SAME WAY
      *    CONTMNT STAMPS ITS UPDATES.  MAINMENU ASKS WITH
      *    SC-ANY-FUNCTION WHILE BUILDING ITS LIST; THAT IS ANSWERED
      *    FROM THE SAME TABLES BUT NOT AUDITED, SINCE NOTHING WAS
      *    ATTEMPTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-RESP                          PIC S9(8) COMP.
       01  W-ROLE-SUB                       PIC 9(1).
       01  W-FUNCTION-SUB                   PIC 9(1).
       01  WS-ROLE-KEY.
           05  WS-ROLE-KEY-ROLE             PIC X(8).
           05  WS-ROLE-KEY-TRANSACTION      PIC X(4).

           COPY SECCKCOB.
           COPY OPERSEC.
           COPY ROLEAUTH.

      *    SECURITY AUDIT TRAIL - ONE RECORD PER REFUSED FUNCTION.
           COPY SECAUDIT.
       01  WS-CURDTTM-FIELDS.
           05  WS-UTC-OFFSET-MINUTES        PIC S9(4) COMP VALUE ZERO.
           05  WS-CURDTTM-DATE              PIC X(8).
           05  WS-CURDTTM-TIME              PIC X(8).
           05  WS-CURDTTM-STAMP             PIC X(30).

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE DFHCOMMAREA TO SECCHK-PARMS-WS
           SET SC-DENIED TO TRUE
           MOVE SPACES TO SC-DENY-REASON
           EXEC CICS ASSIGN USERID(SC-OPERATOR-ID)
           END-EXEC
           PERFORM 0100-SET-FUNCTION-SUB
           IF W-FUNCTION-SUB = ZERO
              MOVE 'UNKNOWN FUNCTION' TO SC-DENY-REASON
           ELSE
              PERFORM 0200-READ-OPERATOR
           END-IF
           IF SC-DENIED AND NOT SC-ANY-FUNCTION
              PERFORM 0700-WRITE-DENIED-AUDIT
           END-IF
           MOVE SECCHK-PARMS-WS TO DFHCOMMAREA
           EXEC CICS
               RETURN
           END-EXEC
           .

       0100-SET-FUNCTION-SUB.
      *    THE FUNCTION PICKS ITS FLAG OUT OF RA-FUNCTION-FLAG.
           EVALUATE TRUE
              WHEN SC-INQUIRE
                 MOVE 1 TO W-FUNCTION-SUB
              WHEN SC-ADD
                 MOVE 2 TO W-FUNCTION-SUB
              WHEN SC-CHANGE
                 MOVE 3 TO W-FUNCTION-SUB
              WHEN SC-DELETE
                 MOVE 4 TO W-FUNCTION-SUB
              WHEN SC-ANY-FUNCTION
                 MOVE 9 TO W-FUNCTION-SUB
              WHEN OTHER
                 MOVE 0 TO W-FUNCTION-SUB
           END-EVALUATE
           .

       0200-READ-OPERATOR.
           EXEC CICS
               READ DATASET('OPERSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(SC-OPERATOR-ID)
                    KEYLENGTH(8)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'NOT A KNOWN OPERATOR' TO SC-DENY-REASON
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'SECURITY FILE ERROR' TO SC-DENY-REASON
              WHEN NOT OS-ACTIVE
                 MOVE 'OPERATOR INACTIVE' TO SC-DENY-REASON
              WHEN OTHER
                 PERFORM 0300-CHECK-ROLE
                    VARYING W-ROLE-SUB FROM 1 BY 1
                    UNTIL W-ROLE-SUB > 5
                    OR SC-ALLOWED
                 IF SC-DENIED AND SC-DENY-REASON = SPACES
                    MOVE 'NO ROLE GRANTS IT' TO SC-DENY-REASON
                 END-IF
           END-EVALUATE
           .

       0300-CHECK-ROLE.
           IF OS-ROLE(W-ROLE-SUB) NOT = SPACES
              MOVE OS-ROLE(W-ROLE-SUB) TO WS-ROLE-KEY-ROLE
              MOVE SC-TRANSACTION TO WS-ROLE-KEY-TRANSACTION
              EXEC CICS
                  READ DATASET('ROLEAUTH')
                       INTO(ROLE-AUTHORITY-RECORD)
                       RIDFLD(WS-ROLE-KEY)
                       KEYLENGTH(12)
                       RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    CONTINUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'SECURITY FILE ERROR' TO SC-DENY-REASON
                 WHEN SC-ANY-FUNCTION
                    IF RA-INQUIRE-OK OR RA-ADD-OK OR RA-CHANGE-OK
                       OR RA-DELETE-OK
                       SET SC-ALLOWED TO TRUE
                       MOVE SPACES TO SC-DENY-REASON
                    END-IF
                 WHEN RA-FUNCTION-FLAG(W-FUNCTION-SUB) = 'Y'
                    SET SC-ALLOWED TO TRUE
                    MOVE SPACES TO SC-DENY-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       0700-WRITE-DENIED-AUDIT.
      *    WHO, FROM WHERE, WAS REFUSED WHAT - THE REQUEST AS THE
      *    CALLER DESCRIBED IT BEFORE, THE REASON AFTER.  A FAILED
      *    AUDIT WRITE DOES NOT TURN A REFUSAL INTO AN ALLOWANCE.
           CALL 'CURDTTM' USING WS-UTC-OFFSET-MINUTES,
                WS-CURDTTM-DATE, WS-CURDTTM-TIME, WS-CURDTTM-STAMP.
           MOVE WS-CURDTTM-DATE  TO SA-AUDIT-DATE.
           MOVE WS-CURDTTM-TIME  TO SA-AUDIT-TIME.
           MOVE EIBTRMID         TO SA-TERMINAL-ID.
           MOVE SC-OPERATOR-ID   TO SA-OPERATOR-ID.
           MOVE SC-TRANSACTION   TO SA-TRANSACTION.
           MOVE SC-FUNCTION      TO SA-FUNCTION.
           MOVE SC-AUDIT-KEY     TO SA-CUSTOMER-KEY.
           MOVE SC-AUDIT-INFO    TO SA-BEFORE-INFO.
           MOVE SC-DENY-REASON   TO SA-AFTER-INFO.
           SET SA-DENIED         TO TRUE.
           EXEC CICS
               WRITE DATASET('SECAUDIT')
                    FROM(SECURITY-AUDIT-RECORD)
                    RIDFLD(SA-AUDIT-KEY)
                    KEYLENGTH(20)
                    RESP(WS-RESP)
           END-EXEC
           .

      *    INSTEAD OF THAT RECORD TYPE SITTING UNUSED.  MODELED ON
      *    CDAT1'S MAP SEND/RECEIVE STRUCTURE AND CLAIMINQ'S DIRECT
      *    EXEC CICS FILE ACCESS AGAINST AN INDEXED DATASET.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER, OPENING WITH THE CUSTOMER ID LAST
      *    WORKED ALREADY KEYED; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       01  WS-OPERATOR-ID                   PIC X(8).

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-CUST-ID                PIC X(5)  VALUE SPACES.
           05  W-COM-REC-TYPE               PIC X(1)  VALUE SPACES.

      *    ROLE CHECK BEFORE ANY ADD, CHANGE OR DELETE IS APPLIED.
           COPY SECCKCOB.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY CONTMAP.

                 VALUE 'CHANGE FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-DELETE-FAILED PIC X(50)
                 VALUE 'DELETE FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  OK-MSG-ADDED          PIC X(50)
                 VALUE 'CONTACT ADDED'.
           05  OK-MSG-CHANGED        PIC X(50)
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-CUST-ID                  PIC X(5).
           05  COM-REC-TYPE                 PIC X(1).
                   INITIALIZE WS-COMM-AREA
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBCALEN = LENGTH OF MENU-COMMAREA-HEADER
      *            FROM THE MAIN MENU - ONLY THE HEADER CAME
                   INITIALIZE WS-COMM-AREA
                   MOVE COM-MENU-HEADER TO W-COM-MENU-HEADER
                   PERFORM 0320-SEND-FROM-MENU
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHENTER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0100-PROCESS-REQUEST
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF2
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0950-XCTL-TO-MENU
               WHEN EIBAID = DFHPF3 OR DFHPF12 OR DFHCLEAR
                   PERFORM 0910-RETURN-FINAL
               WHEN OTHER
           PERFORM 0400-RECEIVE-MAP.
           MOVE 'OK' TO W-CONTACT-KEY-VALID-SW.
           MOVE 'OK' TO W-CONTACT-FUNCTION-VALID-SW.
      *    A KEY FIELD LEFT UNTOUCHED SINCE THE MENU KEYED IT IS
      *    NOT SENT BACK; THE COMMAREA STILL HOLDS IT.
           IF CCIDL = ZERO AND W-COM-CUST-ID NOT = SPACES
              MOVE W-COM-CUST-ID TO CCIDI
           END-IF
           IF CCIDI = SPACES OR LOW-VALUES
              MOVE 'XX' TO W-CONTACT-KEY-VALID-SW
              MOVE ERR-MSG-NO-CUST-ID TO CMSG1O
           END-IF
           IF W-CONTACT-KEY-VALID-SW = 'OK'
              AND W-CONTACT-FUNCTION-VALID-SW = 'OK'
              MOVE CFUNI TO SC-FUNCTION
              MOVE WS-CONTACT-KEY TO SC-AUDIT-KEY
              MOVE CINFI TO SC-AUDIT-INFO
              PERFORM 0150-CHECK-AUTHORITY
              IF SC-DENIED
                 MOVE -1 TO CFUNL
              END-IF
           END-IF
           IF W-CONTACT-KEY-VALID-SW = 'OK'
              AND W-CONTACT-FUNCTION-VALID-SW = 'OK'
              AND SC-ALLOWED
              EVALUATE CFUNI
                 WHEN 'A'
                    PERFORM 0500-ADD-CONTACT
           END-IF
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
           IF SC-DENIED
              MOVE ERR-MSG-NOT-AUTHORIZED TO CMSG1O
           END-IF
           .

       0300-SEND-ERASE.
           MOVE -1 TO CCIDL.
           EXEC CICS
                 CURSOR
           END-EXEC.

       0320-SEND-FROM-MENU.
      *    ARRIVED FROM THE MAIN MENU - OPEN WITH THE CUSTOMER
      *    ID LAST WORKED ALREADY KEYED.  IT IS HELD IN THE
      *    COMMAREA TOO, SINCE AN UNTOUCHED FIELD IS NOT SENT
      *    BACK ON THE NEXT ENTER.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE LOW-VALUES TO CONTO.
           IF MH-CUST-ID NOT = SPACES
              AND MH-CUST-ID NOT = LOW-VALUES
              MOVE MH-CUST-ID TO W-COM-CUST-ID, CCIDO
           END-IF
           MOVE -1 TO CCIDL.
           EXEC CICS
             SEND MAP ('CONTI')
                 MAPSET('CONTMAP')
                 FROM(CONTO)
                 ERASE
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('CONTI')
           MOVE WS-CONTACT-KEY   TO SA-CUSTOMER-KEY.
           MOVE WS-BEFORE-INFO   TO SA-BEFORE-INFO.
           MOVE CONTACT-INFO     TO SA-AFTER-INFO.
           MOVE SPACE            TO SA-OUTCOME.
           EXEC CICS
               WRITE DATASET('SECAUDIT')
                    FROM(SECURITY-AUDIT-RECORD)
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       0950-XCTL-TO-MENU.
      *    PF2 - BACK TO THE MAIN MENU, CARRYING THE CUSTOMER
      *    ID LAST WORKED SO THE NEXT SCREEN OPENS WITH IT.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           IF W-COM-CUST-ID NOT = SPACES
              MOVE W-COM-CUST-ID TO MH-CUST-ID
           END-IF
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM('MAINMENU')
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
           END-EXEC.

      *    LATEST CLAIM ON EACH POLICY THE PARTYXRF CROSS-REFERENCE
      *    LINKS TO THE CUSTOMER, AND THE LINKED LOAN BALANCES - ONE
      *    CALLER, ONE SCREEN, NOT THREE SYSTEMS AND A BINDER.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER, OPENING WITH THE CUSTOMER ID LAST
      *    WORKED ALREADY KEYED; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
           COPY PARTYXRF.

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-CUST-ID                PIC X(5)  VALUE SPACES.
           05  W-COM-POLICY-NO              PIC 9(7)  VALUE 0.

      *    ROLE CHECK BEFORE A CUSTOMER IS DISPLAYED.
           COPY SECCKCOB.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY CU360MAP.
                 VALUE 'CUSTOMER ID MUST BE ENTERED - PLEASE REENTER'.
           05  ERR-MSG-NOT-FOUND     PIC X(50)
                 VALUE 'NO CUSTOMER ON FILE FOR THAT ID'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  OK-MSG-SHOWN          PIC X(50)
                 VALUE 'CUSTOMER 360 VIEW DISPLAYED'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-CUST-ID                  PIC X(5).
           05  COM-POLICY-NO                PIC 9(7).

       PROCEDURE DIVISION.

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

       0100-PROCESS-REQUEST.
           PERFORM 0400-RECEIVE-MAP.
      *    A KEY FIELD LEFT UNTOUCHED SINCE THE MENU KEYED IT IS
      *    NOT SENT BACK; THE COMMAREA STILL HOLDS IT.
           IF C3IDL = ZERO AND W-COM-CUST-ID NOT = SPACES
              MOVE W-COM-CUST-ID TO C3IDI
           END-IF
           IF C3IDI = SPACES OR LOW-VALUES
              MOVE ERR-MSG-NO-CUST-ID TO C3MSGO
              MOVE -1 TO C3IDL
           ELSE
              MOVE C3IDI TO WS-CUST-ID OF WS-CUST-KEY
              MOVE C3IDI TO W-COM-CUST-ID
              MOVE 'I' TO SC-FUNCTION
              MOVE C3IDI TO SC-AUDIT-KEY
              MOVE 'CUSTOMER 360 VIEW' TO SC-AUDIT-INFO
              PERFORM 0150-CHECK-AUTHORITY
              IF SC-ALLOWED
                 PERFORM 0500-READ-CUSTOMER
              ELSE
                 MOVE 'XX' TO W-REQUEST-VALID-SW
                 MOVE -1 TO C3IDL
              END-IF
              IF W-REQUEST-VALID-SW = 'OK'
                 PERFORM 0520-BROWSE-CONTACTS
                 PERFORM 0540-WALK-PARTY-LINKS
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
              MOVE ERR-MSG-NOT-AUTHORIZED TO C3MSGO
           END-IF
           .

       0300-SEND-ERASE.
           MOVE -1 TO C3IDL.
           EXEC CICS
                 CURSOR
           END-EXEC.

       0320-SEND-FROM-MENU.
      *    ARRIVED FROM THE MAIN MENU - OPEN WITH THE CUSTOMER
      *    ID LAST WORKED ALREADY KEYED.  IT IS HELD IN THE
      *    COMMAREA TOO, SINCE AN UNTOUCHED FIELD IS NOT SENT
      *    BACK ON THE NEXT ENTER.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE LOW-VALUES TO CU360O.
           IF MH-CUST-ID NOT = SPACES
              AND MH-CUST-ID NOT = LOW-VALUES
              MOVE MH-CUST-ID TO W-COM-CUST-ID, C3IDO
           END-IF
           MOVE -1 TO C3IDL.
           EXEC CICS
             SEND MAP ('CU360I')
                 MAPSET('CU360MAP')
                 FROM(CU360O)
                 ERASE
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('CU360I')

       0540-WALK-PARTY-LINKS.
      *    EVERY PARTYXRF LINK UNDER THE CUSTOMER: POLICY LINKS PULL
      *    THE LATEST CLAIM, LOAN LINKS PULL THE LOAN BALANCE.  THE
      *    FIRST POLICY LINK IS KEPT FOR THE MAIN MENU TO CARRY.
           MOVE ZERO TO WS-CLAIM-SLOT, WS-LOAN-SLOT.
           MOVE ZERO TO W-COM-POLICY-NO.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE W-COM-CUST-ID TO WS-XREF-CUST-ID.
           MOVE LOW-VALUES TO WS-XREF-LINK-TYPE.
              OR PX-CUST-ID NOT = W-COM-CUST-ID
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
              IF PX-POLICY-LINK AND W-COM-POLICY-NO = ZERO
                 MOVE PX-LINK-NO TO W-COM-POLICY-NO
              END-IF
              EVALUATE TRUE
                 WHEN PX-POLICY-LINK
                    AND WS-CLAIM-SLOT < 3
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       0950-XCTL-TO-MENU.
      *    PF2 - BACK TO THE MAIN MENU, CARRYING THE CUSTOMER
      *    ID LAST WORKED AND THE CUSTOMER'S FIRST LINKED POLICY
      *    SO CLAIM INQUIRY OPENS WITH IT.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           IF W-COM-CUST-ID NOT = SPACES
              MOVE W-COM-CUST-ID TO MH-CUST-ID
           END-IF
           IF W-COM-POLICY-NO > ZERO
              MOVE W-COM-POLICY-NO TO MH-POLICY-NO
           END-IF
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM('MAINMENU')
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
           END-EXEC.

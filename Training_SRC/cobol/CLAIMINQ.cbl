      *    FRONT END ON TOP OF THE SAME CLAIMFILE INSURCOB READS, SO A
      *    CSR CAN LOOK UP A CLAIM BY INSURED-POLICY-NO WITHOUT WAITING
      *    ON THE NIGHTLY CLAIMRPT BATCH CYCLE.  MODELED ON CDAT1.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER, OPENING WITH THE POLICY NUMBER LAST
      *    WORKED ALREADY KEYED; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
                 VALUE ' ON FILE - LATEST CLAIM DISPLAYED'.

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-POLICY-NO              PIC 9(7)  VALUE 0.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY CLAIMMAP.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-POLICY-NO                PIC 9(7).

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
           IF CPOLL = ZERO AND W-COM-POLICY-NO > ZERO
              MOVE W-COM-POLICY-NO TO CPOLI
           END-IF
           IF CPOLI NUMERIC
              MOVE CPOLI TO WS-POLICY-KEY, W-COM-POLICY-NO
              MOVE 'OK' TO W-POLICY-NO-VALID-SW
                 CURSOR
           END-EXEC.

       0320-SEND-FROM-MENU.
      *    ARRIVED FROM THE MAIN MENU - OPEN WITH THE POLICY
      *    NUMBER LAST WORKED ALREADY KEYED.  IT IS HELD IN THE
      *    COMMAREA TOO, SINCE AN UNTOUCHED FIELD IS NOT SENT
      *    BACK ON THE NEXT ENTER.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE LOW-VALUES TO CLAIMO.
           IF MH-POLICY-NO NUMERIC AND MH-POLICY-NO > ZERO
              MOVE MH-POLICY-NO TO W-COM-POLICY-NO, CPOLO
           END-IF
           MOVE -1 TO CPOLL.
           EXEC CICS
             SEND MAP ('CLAIMI')
                 MAPSET('CLAIMMAP')
                 FROM(CLAIMO)
                 ERASE
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('CLAIMI')
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       0950-XCTL-TO-MENU.
      *    PF2 - BACK TO THE MAIN MENU, CARRYING THE POLICY
      *    NUMBER LAST WORKED SO THE NEXT SCREEN OPENS WITH IT.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           IF W-COM-POLICY-NO > ZERO
              MOVE W-COM-POLICY-NO TO MH-POLICY-NO
           END-IF
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM('MAINMENU')
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
           END-EXEC.

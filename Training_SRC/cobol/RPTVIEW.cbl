      *    COFFEE-STAINED PAGE IS A LOOKUP, NOT A REPRINT FROM A
      *    RESTORED BACKUP.  ENTER PAGES FORWARD BY KEYING THE NEXT
      *    PAGE NUMBER.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
           COPY RPTREPO.

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-REPORT-NAME            PIC X(8)  VALUE SPACES.
           05  W-COM-RUN-DATE               PIC 9(8)  VALUE 0.

      *    ROLE CHECK BEFORE A STORED REPORT IS DISPLAYED.
           COPY SECCKCOB.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY RPTVMAP.

                 VALUE 'ENTER REPORT NAME, DATE (CCYYMMDD) AND PAGE'.
           05  ERR-MSG-NOT-FOUND     PIC X(50)
                 VALUE 'NO STORED REPORT FOR THAT NAME AND DATE'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  OK-MSG-MORE           PIC X(50)
                 VALUE 'KEY THE NEXT PAGE NUMBER AND PRESS ENTER'.
           05  OK-MSG-END            PIC X(50)
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-REPORT-NAME              PIC X(8).
           05  COM-RUN-DATE                 PIC 9(8).
                   INITIALIZE WS-COMM-AREA
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBCALEN = LENGTH OF MENU-COMMAREA-HEADER
      *            FROM THE MAIN MENU - ONLY THE HEADER CAME
                   INITIALIZE WS-COMM-AREA
                   MOVE COM-MENU-HEADER TO W-COM-MENU-HEADER
                   PERFORM 0300-SEND-ERASE
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
              END-IF
              MOVE RNAMI TO WS-KEY-REPORT-NAME, W-COM-REPORT-NAME
              MOVE RDATI TO WS-KEY-RUN-DATE, W-COM-RUN-DATE
              MOVE 'I' TO SC-FUNCTION
              MOVE SPACES TO SC-AUDIT-KEY, SC-AUDIT-INFO
              STRING RNAMI ' ' RDATI DELIMITED BY SIZE
                 INTO SC-AUDIT-INFO
              END-STRING
              PERFORM 0150-CHECK-AUTHORITY
              IF SC-ALLOWED
                 PERFORM 0500-BROWSE-PAGE
              ELSE
                 MOVE SPACES TO VL01O VL02O VL03O VL04O
                                VL05O VL06O VL07O VL08O
                 MOVE -1 TO RNAML
              END-IF
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
              MOVE ERR-MSG-NOT-AUTHORIZED TO VMSGO
           END-IF
           .

           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       0950-XCTL-TO-MENU.
      *    PF2 - BACK TO THE MAIN MENU WITH THE HEADER AS IT
      *    CAME.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM('MAINMENU')
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
           END-EXEC.

      *    QUESTION "WHERE IS THE CYCLE?" IS ONE SCREEN, NOT A
      *    CONSOLE TAIL.  ENTER PAGES FORWARD BY KEYING THE NEXT
      *    START JOB.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       01  WS-RETURN-CODE-OUT               PIC ----9.

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-CYCLE-DATE             PIC 9(8)  VALUE 0.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY CYCLMAP.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-CYCLE-DATE               PIC 9(8).

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

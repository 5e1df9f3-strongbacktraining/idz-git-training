      *    THIS PROGRAM WILL RECEIVE A DATE AND COVERT THE DATE TO
      *    AN INTEGER IN A CALLED PROGRAM TO DETERMINE DAYS FROM
      *    CURRENT DATE.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER; PF2 GOES BACK TO THE MENU.
      *
      *    (C) 2004 IBM - KEVIN J. CUMMINGS RESERVED.
      *    CONVERTED FOR CICS BY JANICE WINCHELL AND DOUG STOUT
           05 L-PROGRAM-RETCODE                PIC 9(4).

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT           PIC 9999  VALUE 0.
           05  W-COM-COUNT-B                   PIC 9(4)  VALUE 0.
           05  W-COM-COUNT-R                   PIC 9(4)  VALUE 0.
       01  HARDCOPY-LINE             PIC X(65).


      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
           COPY MENUCOM.

           COPY DFHAID.
           COPY CDATMAP.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT             PIC 9999.
           05  COM-COUNT-B                     PIC 9(4).
           05  COM-COUNT-R                     PIC 9(4).
                                                  + 1
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBCALEN = LENGTH OF MENU-COMMAREA-HEADER
      *            FROM THE MAIN MENU - ONLY THE HEADER CAME
                   INITIALIZE W-COM-PROGRAM-AREA
                   MOVE COM-MENU-HEADER TO W-COM-MENU-HEADER
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHENTER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   COMPUTE W-COM-TRAN-EXEC-COUNT = W-COM-TRAN-EXEC-COUNT
                   PERFORM 0930-WRITE-HARDCOPY
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF2
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   PERFORM 0950-XCTL-TO-MENU
               WHEN EIBAID = DFHPF3 OR DFHPF12 OR DFHCLEAR
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   COMPUTE W-COM-TRAN-EXEC-COUNT = W-COM-TRAN-EXEC-COUNT
               QUEUE('CDATUSG')
               FROM(USAGE-LOG-RECORD)
               LENGTH(LENGTH OF USAGE-LOG-RECORD)
           END-EXEC.

       0950-XCTL-TO-MENU.
      *    PF2 - THE SESSION ENDS HERE AS IT DOES ON PF3, SO ITS
      *    USAGE RECORD IS WRITTEN, THEN BACK TO THE MAIN MENU WITH
      *    THE HEADER AS IT CAME.
           PERFORM 0920-WRITE-USAGE-STATS.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM('MAINMENU')
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
           END-EXEC.

       ID DIVISION.
       PROGRAM-ID. MAINMENU.
      *    CICS MAIN MENU AND SIGN-ON ROUTING TRANSACTION
      *
      *    PSEUDO-CONVERSATIONAL, COMMAREA-DRIVEN, BMS MAP SEND/RECEIVE
      *    FRONT END IN THE CLAIMINQ/CUST360 MOLD - ONE ENTRY POINT
      *    FOR THE ONLINE SCREENS SO NOBODY HAS TO REMEMBER SEVEN
      *    TRANSACTION IDS.  THE HEADING SHOWS THE BUSINESS DATE FROM
      *    THE BUSDATE CONTROL CARD, THE LOCAL TIME FROM THE SHARED
      *    CURDTTM UTILITY, AND THE SIGNED-ON OPERATOR WITH THE NAME
      *    ON OPERSEC.  ONLY THE OPTIONS SECCHK SAYS ONE OF THE
      *    OPERATOR'S ROLES GRANTS ANY FUNCTION ON ARE LISTED.  THE
      *    CHOSEN SCREEN IS ENTERED BY XCTL WITH THE COMMON MENUCOM
      *    COMMAREA HEADER, WHICH CARRIES THE CUSTOMER ID AND POLICY
      *    NUMBER LAST WORKED; PF2 ON ANY OF THE SCREENS COMES BACK
      *    HERE WITH THEM, SO A CSR CAN GO FROM CLAIM INQUIRY TO THE
      *    CUSTOMER 360 VIEW WITHOUT CLEARING AND RETYPING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  W-SELECTION-VALID-SW             PIC XX.
       01  W-OPT-SUB                        PIC 9(1).
       01  W-SEL-SUB                        PIC 9(1).
       01  W-LINE-SUB                       PIC 9(1).
       01  WS-RESP                          PIC S9(8) COMP.
       01  WS-BUSDATE-RBA                   PIC S9(8) COMP.
       01  WS-BUSDATE-CARD                  PIC X(8).
       01  WS-DATE-EDIT                     PIC XXXX/XX/XX.
       01  WS-LINE-WORK                     PIC X(45).

      *    THE SCREENS THE MENU ROUTES TO, IN OPTION-NUMBER ORDER.
       01  WS-MENU-OPTION-VALUES.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '1'.
               10  FILLER    PIC X(4)  VALUE 'CLMI'.
               10  FILLER    PIC X(8)  VALUE 'CLAIMINQ'.
               10  FILLER    PIC X(25) VALUE 'CLAIM INQUIRY'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '2'.
               10  FILLER    PIC X(4)  VALUE 'CLME'.
               10  FILLER    PIC X(8)  VALUE 'CLAIMENT'.
               10  FILLER    PIC X(25) VALUE 'CLAIM ENTRY'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '3'.
               10  FILLER    PIC X(4)  VALUE 'C360'.
               10  FILLER    PIC X(8)  VALUE 'CUST360'.
               10  FILLER    PIC X(25) VALUE 'CUSTOMER 360 VIEW'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '4'.
               10  FILLER    PIC X(4)  VALUE 'CONT'.
               10  FILLER    PIC X(8)  VALUE 'CONTMNT'.
               10  FILLER    PIC X(25) VALUE 'CONTACT MAINTENANCE'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '5'.
               10  FILLER    PIC X(4)  VALUE 'RPTV'.
               10  FILLER    PIC X(8)  VALUE 'RPTVIEW'.
               10  FILLER    PIC X(25) VALUE 'STORED REPORT BROWSE'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '6'.
               10  FILLER    PIC X(4)  VALUE 'CYCV'.
               10  FILLER    PIC X(8)  VALUE 'CYCLVIEW'.
               10  FILLER    PIC X(25) VALUE 'BATCH CYCLE STATUS'.
           05  FILLER.
               10  FILLER    PIC X(1)  VALUE '7'.
               10  FILLER    PIC X(4)  VALUE 'CDAT'.
               10  FILLER    PIC X(8)  VALUE 'CDAT1'.
               10  FILLER    PIC X(25) VALUE 'BIRTHDATE AND RETIREMENT'.
       01  WS-MENU-OPTION-TABLE REDEFINES WS-MENU-OPTION-VALUES.
           05  WS-MENU-OPTION OCCURS 7.
               10  WS-OPT-NUMBER            PIC X(1).
               10  WS-OPT-TRANSID           PIC X(4).
               10  WS-OPT-PROGRAM           PIC X(8).
               10  WS-OPT-DESCRIPTION       PIC X(25).

       01  WS-CURDTTM-FIELDS.
           05  WS-UTC-OFFSET-MINUTES        PIC S9(4) COMP VALUE ZERO.
           05  WS-CURDTTM-DATE              PIC X(8).
           05  WS-CURDTTM-TIME              PIC X(8).
           05  WS-CURDTTM-STAMP             PIC X(30).

      *    W-COM-ALLOWED(N) IS 'Y' WHEN OPTION N WAS LISTED, SO A
      *    SELECTION IS CHECKED WITHOUT ASKING SECCHK AGAIN.
       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-ALLOWED-FLAGS.
               10  W-COM-ALLOWED            PIC X(1)  OCCURS 7.

      *    COMMON HEADER PASSED TO AND FROM THE APPLICATION SCREENS.
           COPY MENUCOM.
      *    ROLE CHECK FOR EACH OPTION BEFORE IT IS LISTED.
           COPY SECCKCOB.
           COPY OPERSEC.

       COPY DFHAID.
       COPY MENUMAP.

       01  MESSAGE-VALUES.
           05  ERR-MSG-BAD-KEY       PIC X(50)
                 VALUE 'INVALID KEY PRESSED.  PLEASE TRY AGAIN'.
           05  ERR-MSG-NO-SELECTION  PIC X(50)
                 VALUE 'ENTER THE NUMBER OF AN OPTION AND PRESS ENTER'.
           05  ERR-MSG-BAD-SELECTION PIC X(50)
                 VALUE 'THAT OPTION IS NOT ON YOUR MENU'.
           05  ERR-MSG-BAD-POLICY    PIC X(50)
                 VALUE 'POLICY NUMBER MUST BE NUMERIC - PLEASE REENTER'.
           05  ERR-MSG-NO-OPTIONS    PIC X(50)
                 VALUE 'NO SCREENS ARE AUTHORIZED FOR YOUR ROLES'.
           05  ERR-MSG-NOT-OPERATOR  PIC X(25)
                 VALUE 'NOT ON OPERATOR FILE'.
           05  ERR-MSG-XCTL-FAILED   PIC X(50)
                 VALUE 'THAT SCREEN IS NOT AVAILABLE - TRY LATER'.
           05  OK-MSG-SELECT         PIC X(50)
                 VALUE 'SELECT AN OPTION AND PRESS ENTER'.

       01  END-OF-TRANS-MSG       PIC X(30)
                  VALUE 'APPLICATION ENDED'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  COM-MENU-HEADER              PIC X(40).
           05  COM-TRAN-EXEC-COUNT          PIC 9999.
           05  COM-ALLOWED-FLAGS            PIC X(7).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           COMPUTE W-COM-TRAN-EXEC-COUNT = W-COM-TRAN-EXEC-COUNT + 1
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   INITIALIZE WS-COMM-AREA
                   INITIALIZE MENU-COMMAREA-HEADER
                   PERFORM 0200-BUILD-MENU
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBCALEN = LENGTH OF MENU-COMMAREA-HEADER
      *            BACK FROM A SCREEN ON PF2 - ONLY THE HEADER CAME
                   INITIALIZE WS-COMM-AREA
                   MOVE COM-MENU-HEADER TO MENU-COMMAREA-HEADER
                   PERFORM 0200-BUILD-MENU
                   PERFORM 0300-SEND-ERASE
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHENTER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER
                   PERFORM 0100-PROCESS-SELECTION
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
               WHEN EIBAID = DFHPF3 OR DFHPF12 OR DFHCLEAR
                   PERFORM 0910-RETURN-FINAL
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMM-AREA
                   MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER
                   MOVE ERR-MSG-BAD-KEY TO MMSGO
                   PERFORM 0310-SEND-DATAONLY
                   PERFORM 0900-RETURN-PSEUDO
           END-EVALUATE
           .

       0100-PROCESS-SELECTION.
           PERFORM 0400-RECEIVE-MAP.
           PERFORM 0250-SHOW-TIME.
           MOVE 'OK' TO W-SELECTION-VALID-SW.
           PERFORM 0110-EDIT-CARRIED-KEYS.
           IF W-SELECTION-VALID-SW = 'OK'
              PERFORM 0120-EDIT-SELECTION
           END-IF
           IF W-SELECTION-VALID-SW = 'OK'
              PERFORM 0500-TRANSFER-CONTROL
           END-IF
           .

       0110-EDIT-CARRIED-KEYS.
      *    THE CUSTOMER ID AND POLICY NUMBER ON THE MENU MAY BE
      *    KEYED OVER BEFORE A SCREEN IS CHOSEN; UNTOUCHED FIELDS
      *    KEEP WHAT THE HEADER ALREADY CARRIES.
           IF MCUSTL > ZERO
              MOVE MCUSTI TO MH-CUST-ID
           END-IF
           IF MPOLL > ZERO
              IF MPOLI NUMERIC
                 MOVE MPOLI TO MH-POLICY-NO
              ELSE
                 MOVE 'XX' TO W-SELECTION-VALID-SW
                 MOVE ERR-MSG-BAD-POLICY TO MMSGO
                 MOVE -1 TO MPOLL
              END-IF
           END-IF
           .

       0120-EDIT-SELECTION.
           MOVE ZERO TO W-SEL-SUB.
           IF MSELI = SPACES OR LOW-VALUES
              MOVE 'XX' TO W-SELECTION-VALID-SW
              MOVE ERR-MSG-NO-SELECTION TO MMSGO
              MOVE -1 TO MSELL
           ELSE
              PERFORM 0130-FIND-OPTION
                 VARYING W-OPT-SUB FROM 1 BY 1
                 UNTIL W-OPT-SUB > 7
              IF W-SEL-SUB = ZERO
                 MOVE 'XX' TO W-SELECTION-VALID-SW
              ELSE
                 IF W-COM-ALLOWED(W-SEL-SUB) NOT = 'Y'
                    MOVE 'XX' TO W-SELECTION-VALID-SW
                 END-IF
              END-IF
              IF W-SELECTION-VALID-SW NOT = 'OK'
                 MOVE ERR-MSG-BAD-SELECTION TO MMSGO
                 MOVE -1 TO MSELL
              END-IF
           END-IF
           .

       0130-FIND-OPTION.
           IF WS-OPT-NUMBER(W-OPT-SUB) = MSELI
              MOVE W-OPT-SUB TO W-SEL-SUB
           END-IF.

       0200-BUILD-MENU.
      *    THE FULL MENU - WHO, WHEN, AND THE OPTIONS THE OPERATOR'S
      *    ROLES ALLOW, PACKED INTO THE OPTION LINES IN ORDER.
           MOVE LOW-VALUES TO MENUO.
           EXEC CICS ASSIGN USERID(MH-OPERATOR-ID)
           END-EXEC
           MOVE MH-OPERATOR-ID TO MOPERO.
           PERFORM 0210-READ-OPERATOR.
           PERFORM 0220-GET-BUSINESS-DATE.
           PERFORM 0250-SHOW-TIME.
           MOVE ZERO TO W-LINE-SUB.
           PERFORM 0230-CHECK-OPTION
              VARYING W-OPT-SUB FROM 1 BY 1
              UNTIL W-OPT-SUB > 7.
           IF W-LINE-SUB = ZERO
              MOVE ERR-MSG-NO-OPTIONS TO MMSGO
           ELSE
              MOVE OK-MSG-SELECT TO MMSGO
           END-IF
           IF MH-CUST-ID NOT = SPACES AND MH-CUST-ID NOT = LOW-VALUES
              MOVE MH-CUST-ID TO MCUSTO
           END-IF
           IF MH-POLICY-NO NUMERIC AND MH-POLICY-NO > ZERO
              MOVE MH-POLICY-NO TO MPOLO
           ELSE
              MOVE ZERO TO MH-POLICY-NO
           END-IF
           MOVE -1 TO MSELL
           .

       0210-READ-OPERATOR.
           EXEC CICS
               READ DATASET('OPERSEC')
                    INTO(OPERATOR-SECURITY-RECORD)
                    RIDFLD(MH-OPERATOR-ID)
                    KEYLENGTH(8)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE OS-OPERATOR-NAME TO MONAMO
           ELSE
              MOVE ERR-MSG-NOT-OPERATOR TO MONAMO
           END-IF
           .

       0220-GET-BUSINESS-DATE.
      *    THE SAME ONE-CARD CONTROL FILE THE BUSDATE UTILITY READS
      *    FOR THE BATCH CYCLE, DEFINED TO CICS AS AN ESDS AND READ
      *    AT RBA ZERO.  AS IN BUSDATE, A MISSING OR NON-NUMERIC
      *    CARD MEANS THE SYSTEM DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MH-BUSINESS-DATE.
           MOVE ZERO TO WS-BUSDATE-RBA.
           EXEC CICS
               READ DATASET('BUSDATE')
                    INTO(WS-BUSDATE-CARD)
                    RIDFLD(WS-BUSDATE-RBA)
                    RBA
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-BUSDATE-CARD NUMERIC
              MOVE WS-BUSDATE-CARD TO MH-BUSINESS-DATE
           END-IF
           MOVE MH-BUSINESS-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO MDATEO.

       0230-CHECK-OPTION.
      *    LISTED WHEN ANY ROLE THE OPERATOR HOLDS GRANTS ANY
      *    FUNCTION ON THE OPTION'S TRANSACTION.
           MOVE 'N' TO W-COM-ALLOWED(W-OPT-SUB).
           MOVE WS-OPT-TRANSID(W-OPT-SUB) TO SC-TRANSACTION.
           SET SC-ANY-FUNCTION TO TRUE.
           MOVE SPACES TO SC-AUDIT-KEY, SC-AUDIT-INFO.
           EXEC CICS LINK PROGRAM('SECCHK')
               COMMAREA(SECCHK-PARMS-WS)
               LENGTH(LENGTH OF SECCHK-PARMS-WS)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND SC-ALLOWED
              MOVE 'Y' TO W-COM-ALLOWED(W-OPT-SUB)
              ADD 1 TO W-LINE-SUB
              PERFORM 0240-FORMAT-OPTION-LINE
           END-IF
           .

       0240-FORMAT-OPTION-LINE.
           MOVE SPACES TO WS-LINE-WORK.
           STRING WS-OPT-NUMBER(W-OPT-SUB) '   '
                  WS-OPT-TRANSID(W-OPT-SUB) '   '
                  WS-OPT-DESCRIPTION(W-OPT-SUB)
              DELIMITED BY SIZE INTO WS-LINE-WORK
           END-STRING
           EVALUATE W-LINE-SUB
              WHEN 1
                 MOVE WS-LINE-WORK TO MOPT1O
              WHEN 2
                 MOVE WS-LINE-WORK TO MOPT2O
              WHEN 3
                 MOVE WS-LINE-WORK TO MOPT3O
              WHEN 4
                 MOVE WS-LINE-WORK TO MOPT4O
              WHEN 5
                 MOVE WS-LINE-WORK TO MOPT5O
              WHEN 6
                 MOVE WS-LINE-WORK TO MOPT6O
              WHEN 7
                 MOVE WS-LINE-WORK TO MOPT7O
           END-EVALUATE.

       0250-SHOW-TIME.
      *    LOCAL TIME THROUGH THE SHARED CURDTTM UTILITY, THE SAME
      *    CLOCK THE AUDIT RECORDS ARE STAMPED WITH.
           CALL 'CURDTTM' USING WS-UTC-OFFSET-MINUTES,
                WS-CURDTTM-DATE, WS-CURDTTM-TIME, WS-CURDTTM-STAMP.
           MOVE WS-CURDTTM-TIME TO MTIMEO.

       0300-SEND-ERASE.
           EXEC CICS
             SEND MAP ('MENUI')
                 MAPSET('MENUMAP')
                 FROM(MENUO)
                 ERASE
                 CURSOR
           END-EXEC.

       0310-SEND-DATAONLY.
           EXEC CICS
             SEND MAP ('MENUI')
                 MAPSET('MENUMAP')
                 FROM(MENUO)
                 DATAONLY
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('MENUI')
                   MAPSET('MENUMAP')
                   INTO (MENUI)
           END-EXEC.

       0500-TRANSFER-CONTROL.
      *    XCTL HANDS THE SCREEN ONLY THE HEADER; IT SEES A COMMAREA
      *    OF THE HEADER'S LENGTH AND OPENS FRESH WITH THE CARRIED
      *    KEYS.  XCTL COMES BACK HERE ONLY IF IT FAILED.
           MOVE EIBTRNID TO MH-FROM-TRANSID.
           EXEC CICS XCTL PROGRAM(WS-OPT-PROGRAM(W-SEL-SUB))
               COMMAREA(MENU-COMMAREA-HEADER)
               LENGTH(LENGTH OF MENU-COMMAREA-HEADER)
               RESP(WS-RESP)
           END-EXEC
           MOVE ERR-MSG-XCTL-FAILED TO MMSGO.
           MOVE -1 TO MSELL.

       0900-RETURN-PSEUDO.
           MOVE MENU-COMMAREA-HEADER TO W-COM-MENU-HEADER.
           EXEC CICS
               RETURN TRANSID('MENU')
               COMMAREA(WS-COMM-AREA)
           END-EXEC.

       0910-RETURN-FINAL.
           EXEC CICS SEND TEXT FROM (END-OF-TRANS-MSG)
              ERASE
              FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      *    POLICY, SO A SAME-DAY CLAIM MAKES THE SAME NIGHT'S CLAIMRPT
      *    CYCLE.  MODELED ON CONTMNT'S MAP HANDLING AND CLAIMINQ'S
      *    FILE BROWSE.
      *
      *    WHEN THE MEMBER REPORTS AN AUTO ACCIDENT, A WORK INJURY OR
      *    ANOTHER PARTY'S LIABILITY, THE CSR KEYS THE ACCIDENT TYPE,
      *    DATE AND STATE; THEY ARE WRITTEN BESIDE THE CLAIM TO THE
      *    CLMLIAB INDICATOR FILE SO THE CLAIMS CYCLE OPENS A
      *    SUBROGATION CASE WHEN THE CLAIM PAYS.
      *    ENTERED FROM THE MAINMENU MAIN MENU BY XCTL WITH THE
      *    MENUCOM HEADER, OPENING WITH THE POLICY NUMBER LAST
      *    WORKED ALREADY KEYED; PF2 GOES BACK TO THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       01  CLAIM-RECORD-WS.
           COPY CLAIMREC.
       01  CLAIM-READ-AHEAD-WS              PIC X(90).
           COPY CLMLIAB.

       01  W-DTEVAL-DATE                    PIC X(8).
       01  W-DTEVAL-RETCD                   PIC S9(4).

       01  WS-COMM-AREA.
           05  W-COM-MENU-HEADER            PIC X(40) VALUE SPACES.
           05  W-COM-TRAN-EXEC-COUNT        PIC 9999  VALUE 0.
           05  W-COM-POLICY-NO              PIC 9(7)  VALUE 0.

      *    ROLE CHECK BEFORE A CLAIM IS ADDED.
           COPY SECCKCOB.

      *    COMMON HEADER PASSED TO AND FROM THE MAIN MENU.
       COPY MENUCOM.

       COPY DFHAID.
       COPY CLMEMAP.

                 VALUE 'COINSURANCE MUST BE NUMERIC (TWO DIGITS)'.
           05  ERR-MSG-BAD-CLAIM     PIC X(50)
                 VALUE 'CLAIM AMOUNT MUST BE NUMERIC (999999999)'.
           05  ERR-MSG-BAD-ACCIDENT  PIC X(50)
                 VALUE 'ACCIDENT TYPE MUST BE A, W, O OR BLANK'.
           05  ERR-MSG-BAD-ACC-DATE  PIC X(50)
                 VALUE 'ACCIDENT DATE INVALID - USE CCYYMMDD'.
           05  ERR-MSG-NO-ACC-TYPE   PIC X(50)
                 VALUE 'ACCIDENT DATE/STATE NEED AN ACCIDENT TYPE'.
           05  ERR-MSG-FILE-FULL     PIC X(50)
                 VALUE 'POLICY ALREADY HAS 99 CLAIMS ON FILE'.
           05  ERR-MSG-WRITE-FAILED  PIC X(50)
                 VALUE 'CLAIM WRITE FAILED - PLEASE TRY AGAIN'.
           05  ERR-MSG-NOT-AUTHORIZED PIC X(50)
                 VALUE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLES'.
           05  OK-MSG-ADDED          PIC X(50)
                 VALUE 'CLAIM ADDED'.
           05  ERR-MSG-LIAB-FAILED   PIC X(50)
                 VALUE 'CLAIM ADDED - ACCIDENT INDICATOR NOT SAVED'.

       01  END-OF-TRANS-MSG       PIC X(30)
                  VALUE 'APPLICATION ENDED'.
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
           IF EPOLL = ZERO AND W-COM-POLICY-NO > ZERO
              MOVE W-COM-POLICY-NO TO EPOLI
           END-IF
           PERFORM 0200-EDIT-FIELDS.
           IF W-CLAIM-VALID-SW = 'OK'
              MOVE 'A' TO SC-FUNCTION
              MOVE SPACES TO SC-AUDIT-KEY, SC-AUDIT-INFO
              STRING 'POLICY ' EPOLI DELIMITED BY SIZE
                 INTO SC-AUDIT-INFO
              END-STRING
              PERFORM 0150-CHECK-AUTHORITY
              IF SC-DENIED
                 MOVE 'XX' TO W-CLAIM-VALID-SW
                 MOVE -1 TO EPOLL
              END-IF
           END-IF
           IF W-CLAIM-VALID-SW = 'OK'
              PERFORM 0500-ASSIGN-NEXT-SEQ-NO
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
              MOVE ERR-MSG-NOT-AUTHORIZED TO EMSG1O
           END-IF
           .

       0200-EDIT-FIELDS.
           MOVE 'OK' TO W-CLAIM-VALID-SW.
           IF EPOLI NUMERIC
              MOVE ERR-MSG-BAD-CLAIM TO EMSG1O
              MOVE -1 TO ECAMTL
           END-IF
           IF W-CLAIM-VALID-SW = 'OK'
              PERFORM 0260-EDIT-ACCIDENT
           END-IF
           .

       0250-EDIT-BENEFIT-DATE.
           END-IF
           .

       0260-EDIT-ACCIDENT.
      *    THE ACCIDENT FIELDS ARE OPTIONAL - AN ORDINARY CLAIM
      *    LEAVES THEM BLANK.  A DATE OR STATE WITHOUT A TYPE IS A
      *    KEYING SLIP, NOT AN ACCIDENT CLAIM.
           IF EACCTI = SPACES OR LOW-VALUES
              IF (EACDTI NOT = SPACES AND NOT = LOW-VALUES)
                 OR (EACSTI NOT = SPACES AND NOT = LOW-VALUES)
                 MOVE 'XX' TO W-CLAIM-VALID-SW
                 MOVE ERR-MSG-NO-ACC-TYPE TO EMSG1O
                 MOVE -1 TO EACCTL
              END-IF
           ELSE
              MOVE EACCTI TO LB-ACCIDENT-TYPE
              IF NOT LB-VALID-ACCIDENT-TYPE
                 MOVE 'XX' TO W-CLAIM-VALID-SW
                 MOVE ERR-MSG-BAD-ACCIDENT TO EMSG1O
                 MOVE -1 TO EACCTL
              ELSE
                 IF EACDTI NUMERIC
                    MOVE EACDTI(5:2) TO W-DTEVAL-DATE(1:2)
                    MOVE EACDTI(7:2) TO W-DTEVAL-DATE(3:2)
                    MOVE EACDTI(1:4) TO W-DTEVAL-DATE(5:4)
                    CALL 'DTEVAL' USING W-DTEVAL-DATE, W-DTEVAL-RETCD
                    IF W-DTEVAL-RETCD NOT = 0
                       MOVE 'XX' TO W-CLAIM-VALID-SW
                       MOVE ERR-MSG-BAD-ACC-DATE TO EMSG1O
                       MOVE -1 TO EACDTL
                    END-IF
                 ELSE
                    MOVE 'XX' TO W-CLAIM-VALID-SW
                    MOVE ERR-MSG-BAD-ACC-DATE TO EMSG1O
                    MOVE -1 TO EACDTL
                 END-IF
              END-IF
           END-IF
           .

       0300-SEND-ERASE.
           MOVE -1 TO EPOLL.
           EXEC CICS
                 CURSOR
           END-EXEC.

       0320-SEND-FROM-MENU.
      *    ARRIVED FROM THE MAIN MENU - OPEN WITH THE POLICY
      *    NUMBER LAST WORKED ALREADY KEYED.  IT IS HELD IN THE
      *    COMMAREA TOO, SINCE AN UNTOUCHED FIELD IS NOT SENT
      *    BACK ON THE NEXT ENTER.
           MOVE W-COM-MENU-HEADER TO MENU-COMMAREA-HEADER.
           MOVE LOW-VALUES TO CLMENTO.
           IF MH-POLICY-NO NUMERIC AND MH-POLICY-NO > ZERO
              MOVE MH-POLICY-NO TO W-COM-POLICY-NO, EPOLO
           END-IF
           MOVE -1 TO EPOLL.
           EXEC CICS
             SEND MAP ('CLMENTI')
                 MAPSET('CLMEMAP')
                 FROM(CLMENTO)
                 ERASE
                 CURSOR
           END-EXEC.

       0400-RECEIVE-MAP.
           EXEC CICS
                RECEIVE MAP('CLMENTI')
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE OK-MSG-ADDED TO EMSG1O
              IF EACCTI NOT = SPACES AND NOT = LOW-VALUES
                 PERFORM 0610-WRITE-LIABILITY
              END-IF
           ELSE
              MOVE ERR-MSG-WRITE-FAILED TO EMSG1O
           END-IF
           .

       0610-WRITE-LIABILITY.
      *    THE ACCIDENT INDICATOR IS KEYED ON THE CLAIM JUST WRITTEN.
           MOVE SPACES TO CLAIM-LIABILITY-RECORD.
           MOVE WS-CLAIM-KEY TO LB-CLAIM-KEY.
           MOVE EACCTI TO LB-ACCIDENT-TYPE.
           MOVE EACDTI TO LB-ACCIDENT-DATE.
           IF EACSTI = LOW-VALUES
              MOVE SPACES TO LB-ACCIDENT-STATE
           ELSE
              MOVE EACSTI TO LB-ACCIDENT-STATE
           END-IF
           MOVE CLAIM-RECEIVED-DATE TO LB-ENTRY-DATE.
           EXEC CICS
               WRITE DATASET('CLMLIAB')
                    FROM(CLAIM-LIABILITY-RECORD)
                    RIDFLD(WS-CLAIM-KEY)
                    KEYLENGTH(9)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE ERR-MSG-LIAB-FAILED TO EMSG1O
           END-IF
           .

       0900-RETURN-PSEUDO.
           EXEC CICS
               RETURN TRANSID('CLME')
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

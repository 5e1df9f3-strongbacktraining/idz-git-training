               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-APPEAL-KEY
               FILE STATUS IS APPEALS-ST.
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO UT-S-CLMHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHST-ST.
           SELECT TRANFILE
               ASSIGN TO APLTRAN
               ORGANIZATION IS SEQUENTIAL
       FD  APPEALS-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY APPEAL.
      *
       FD  CLAIM-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CLMHIST.
      *
       FD  TRANFILE
           RECORD CONTAINS 27 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  DENIED-CLAIM-WS.
           COPY CLAIMREC.
       01  PROGRAM-SWITCHES.
           05  APPEALS-ST                 PIC X(2).
               88  APPEALS-OK                     VALUE '00'.
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS           VALUE 'Y'.
           05  CLMHST-ST                  PIC X(2).
               88  CLMHST-OK                      VALUE '00'.
           05  CLMHST-AVAILABLE-WS        PIC X(1)  VALUE 'N'.
               88  CLMHST-AVAILABLE               VALUE 'Y'.
           05  HIST-BROWSE-DONE-WS        PIC X(1).
               88  HIST-BROWSE-DONE               VALUE 'Y'.
           05  DENIED-IMAGE-FOUND-WS      PIC X(1).
               88  DENIED-IMAGE-FOUND             VALUE 'Y'.
      * REGULATORY APPEAL-DECISION WINDOW IN BUSINESS DAYS.
       77  DECISION-DAYS-WS               PIC 9(3)  VALUE 30.
       01  TRAN-COUNTS-WS.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(28).
           COPY BUSDYCOB.
           COPY BUSDTCOB.
           COPY RSVUPCOB.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(11) VALUE "POLICY".
           05  FILLER            PIC X(5)  VALUE "SEQ".
       100-HOUSEKEEPING.
      *
           MOVE 'APPLMNT' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
               MOVE 'APPEALS' TO EL-FILE-NAME
               MOVE APPEALS-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    THE HISTORY ONLY SUPPLIES THE DENIED CLAIM FOR THE CASE
      *    RESERVE - WITHOUT IT APPEALS ARE STILL REGISTERED AND
      *    DECIDED, JUST NOT RESERVED.
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF CLMHST-OK
               SET CLMHST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'APPLMNT: CLAIM HISTORY UNAVAILABLE - '
                   'NO CASE RESERVES SET UP FOR APPEALS'
           END-IF.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'APPEAL TRANSACTION FILE OPEN PROBLEM'
               ADD 1 TO TRAN-ADD-COUNT
               MOVE AE-DECISION-DUE-DATE TO RD-DUE-DATE
               MOVE "APPEAL REGISTERED" TO REPORT-STATUS-WS
               PERFORM 520-SET-UP-CASE-RESERVE
           ELSE
               IF APPEALS-DUPLICATE
                   MOVE "REJECTED - ALREADY ON APPEAL"
                       IF AP-DECISION = 'U'
                           MOVE "DECIDED - UPHELD"
                               TO REPORT-STATUS-WS
                           PERFORM 530-ADJUST-CASE-RESERVE
                       ELSE
                           MOVE "DECIDED - DENIAL AFFIRMED"
                               TO REPORT-STATUS-WS
                           PERFORM 540-CLOSE-CASE-RESERVE
                       END-IF
                   ELSE
                       MOVE "REJECTED - BAD DECISION CODE"
                   END-IF
               END-IF
           END-IF.
      *
       520-SET-UP-CASE-RESERVE.
      *
      *    AN APPEALED DENIAL IS A LIABILITY AGAIN UNTIL IT IS
      *    DECIDED - RESERVE THE DENIED CLAIM'S BILLED AMOUNT.
           PERFORM 525-FIND-DENIED-CLAIM.
           IF DENIED-IMAGE-FOUND
               SET CU-SET-UP TO TRUE
               MOVE AP-POLICY-NO TO CU-POLICY-NO
               MOVE AP-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO
               MOVE POLICY-TYPE TO CU-POLICY-TYPE
               MOVE 'A' TO CU-QUEUE
               MOVE CLAIM-AMOUNT TO CU-RESERVE-AMOUNT
               MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE
               CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS
           END-IF.
      *
       525-FIND-DENIED-CLAIM.
      *
      *    SAME RULE CLMREADJ USES - THE CLAIM'S LATEST 'D' RECORD
      *    ON THE HISTORY IS THE DENIAL UNDER APPEAL.
           MOVE 'N' TO DENIED-IMAGE-FOUND-WS.
           IF CLMHST-AVAILABLE
               MOVE 'N' TO HIST-BROWSE-DONE-WS
               MOVE AP-POLICY-NO TO CH-POLICY-NO
               MOVE AP-CLAIM-SEQ-NO TO CH-CLAIM-SEQ-NO
               MOVE ZERO TO CH-PROCESS-DATE
               START CLAIM-HISTORY-FILE KEY >= CH-HIST-KEY
                   INVALID KEY
                       SET HIST-BROWSE-DONE TO TRUE
               END-START
               PERFORM 526-READ-CLAIM-HISTORY
                   UNTIL HIST-BROWSE-DONE
           END-IF.
      *
       526-READ-CLAIM-HISTORY.
      *
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CH-POLICY-NO NOT = AP-POLICY-NO
                       OR CH-CLAIM-SEQ-NO NOT = AP-CLAIM-SEQ-NO
                       SET HIST-BROWSE-DONE TO TRUE
                   ELSE
                       IF CH-DENIED
                           MOVE CH-CLAIM-IMAGE TO DENIED-CLAIM-WS
                           SET DENIED-IMAGE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       530-ADJUST-CASE-RESERVE.
      *
      *    UPHELD - THE CLAIM STAYS RESERVED, NOW WAITING ON
      *    CLMREADJ TO RE-PRICE AND PAY IT.
           PERFORM 525-FIND-DENIED-CLAIM.
           IF DENIED-IMAGE-FOUND
               SET CU-ADJUST TO TRUE
               MOVE AP-POLICY-NO TO CU-POLICY-NO
               MOVE AP-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO
               MOVE 'R' TO CU-QUEUE
               MOVE CLAIM-AMOUNT TO CU-RESERVE-AMOUNT
               MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE
               CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS
           END-IF.
      *
       540-CLOSE-CASE-RESERVE.
      *
      *    DENIAL AFFIRMED - NOTHING WILL BE PAID, RELEASE IT ALL.
           SET CU-CLOSE TO TRUE.
           MOVE AP-POLICY-NO TO CU-POLICY-NO.
           MOVE AP-CLAIM-SEQ-NO TO CU-CLAIM-SEQ-NO.
           MOVE 'D' TO CU-CLOSE-REASON.
           MOVE BD-BUSINESS-DATE TO CU-ACTIVITY-DATE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       600-WRITE-DETAIL-LINE.
      *
      *
       900-WRAP-UP.
           CLOSE APPEALS-FILE, TRANFILE, REPORTFILE.
           IF CLMHST-AVAILABLE
               CLOSE CLAIM-HISTORY-FILE
           END-IF.
           SET CU-FINISH TO TRUE.
           CALL 'CLMRSVUP' USING CLMRSVUP-PARMS-WS.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

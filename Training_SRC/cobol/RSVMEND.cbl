      ******************************************************************
      * RSVMEND                                                        *
      * Month-end claim case-reserve roll-forward over the CLMRSV      *
      * file.  Claims sitting on the pend queue, on fraud hold or      *
      * under appeal carry a case reserve that the claims programs     *
      * maintain through CLMRSVUP.  This run reports the month's       *
      * movement by policy type - opening reserve, additions,          *
      * releases and closing reserve - hands the net change to GLPOST  *
      * through the GLFEED layout as one journal pair, then rolls each *
      * claim's closing reserve forward as next month's opening and    *
      * clears the month-to-date buckets.  Reserves closed during the  *
      * month have been reported and are dropped from the file.        *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (RSVMRPT & SYSOUT)                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSVMEND.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-RESERVE-FILE
               ASSIGN TO UT-S-CLMRSV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-CLAIM-KEY
               FILE STATUS IS CLMRSV-ST.
           SELECT GL-FEED-FILE
               ASSIGN TO UT-S-GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLFEED-ST.
           SELECT PRINTFILE
               ASSIGN TO RSVMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-RESERVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLMRSV.
      *
       FD  GL-FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLFEED.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  CLMRSV-ST                  PIC X(2).
               88  CLMRSV-OK                      VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
               88  GLFEED-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  CLMRSV-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-RESERVES               VALUE 'Y'.
       01  TYPE-SUB                       PIC 9(1).
      *
      * MOVEMENT BY POLICY TYPE - 1 EMPLOYER, 2 MEDICARE, 3
      * AFFORDABLE CARE, 4 ANYTHING ELSE - AND THE RUN TOTAL.
       01  TYPE-TOTALS-WS.
           05  TYPE-TOTAL OCCURS 4.
               10  TT-OPEN-COUNT          PIC 9(7).
               10  TT-OPENING             PIC S9(11)V99.
               10  TT-ADDITIONS           PIC S9(11)V99.
               10  TT-RELEASES            PIC S9(11)V99.
               10  TT-CLOSING             PIC S9(11)V99.
       01  RUN-TOTALS-WS.
           05  RESERVES-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  RESERVES-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  RUN-OPEN-COUNT             PIC 9(7) VALUE ZERO.
           05  RUN-OPENING                PIC S9(11)V99 VALUE ZERO.
           05  RUN-ADDITIONS              PIC S9(11)V99 VALUE ZERO.
           05  RUN-RELEASES               PIC S9(11)V99 VALUE ZERO.
           05  RUN-CLOSING                PIC S9(11)V99 VALUE ZERO.
           05  NET-CHANGE-WS              PIC S9(11)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "CLAIM CASE-RESERVE MOVEMENT -".
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(18) VALUE "POLICY TYPE".
           05  FILLER            PIC X(10) VALUE "   CLAIMS".
           05  FILLER            PIC X(20) VALUE
                   "     OPENING RESERVE".
           05  FILLER            PIC X(20) VALUE
                   "           ADDITIONS".
           05  FILLER            PIC X(20) VALUE
                   "            RELEASES".
           05  FILLER            PIC X(20) VALUE
                   "     CLOSING RESERVE".
       01  MOVEMENT-LINE.
           05  ML-TYPE-NAME      PIC X(18).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ML-OPEN-COUNT     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ML-OPENING        PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ML-ADDITIONS      PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ML-RELEASES       PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ML-CLOSING        PIC $$,$$$,$$$,$$9.99.
       01  TYPE-NAMES-WS.
           05  FILLER            PIC X(18) VALUE "1 EMPLOYER".
           05  FILLER            PIC X(18) VALUE "2 MEDICARE".
           05  FILLER            PIC X(18) VALUE "3 AFFORDABLE CARE".
           05  FILLER            PIC X(18) VALUE "  OTHER/UNKNOWN".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAMES-WS.
           05  TYPE-NAME         PIC X(18) OCCURS 4.
       01  NET-CHANGE-LINE.
           05  FILLER            PIC X(28) VALUE
                   "NET CHANGE POSTED TO GL     ".
           05  NL-NET-CHANGE     PIC $$,$$$,$$$,$$9.99-.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "CLOSED AND DROPPED ".
           05  NL-DROPPED        PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ROLL-RESERVE UNTIL NO-MORE-RESERVES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 750-WRITE-GL-FEED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'RSVMEND' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           INITIALIZE TYPE-TOTALS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
      *
       200-ROLL-RESERVE.
      *
           READ CLAIM-RESERVE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESERVES TO TRUE
               NOT AT END
                   ADD 1 TO RESERVES-READ-COUNT
                   PERFORM 500-ACCUMULATE-MOVEMENT
                   IF CV-CLOSED
                       PERFORM 620-DROP-CLOSED-RESERVE
                   ELSE
                       PERFORM 600-ROLL-FORWARD
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN I-O CLAIM-RESERVE-FILE.
           IF NOT CLMRSV-OK
               DISPLAY 'CASE-RESERVE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CASE-RESERVE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMRSV' TO EL-FILE-NAME
               MOVE CLMRSV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
               DISPLAY 'GL FEED FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'GL FEED FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'GLFEED' TO EL-FILE-NAME
               MOVE GLFEED-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CASE-RESERVE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CASE-RESERVE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       500-ACCUMULATE-MOVEMENT.
      *
           IF CV-POLICY-TYPE >= 1 AND CV-POLICY-TYPE <= 3
               MOVE CV-POLICY-TYPE TO TYPE-SUB
           ELSE
               MOVE 4 TO TYPE-SUB
           END-IF.
           IF CV-OPEN
               ADD 1 TO TT-OPEN-COUNT(TYPE-SUB)
           END-IF.
           ADD CV-MONTH-OPEN-AMT TO TT-OPENING(TYPE-SUB).
           ADD CV-ADDED-MTD      TO TT-ADDITIONS(TYPE-SUB).
           ADD CV-RELEASED-MTD   TO TT-RELEASES(TYPE-SUB).
           ADD CV-RESERVE-AMOUNT TO TT-CLOSING(TYPE-SUB).
      *
       600-ROLL-FORWARD.
      *
      *    THIS MONTH'S CLOSING RESERVE IS NEXT MONTH'S OPENING.
           IF CV-MONTH-OPEN-AMT NOT = CV-RESERVE-AMOUNT
               OR CV-ADDED-MTD NOT = ZERO
               OR CV-RELEASED-MTD NOT = ZERO
               MOVE CV-RESERVE-AMOUNT TO CV-MONTH-OPEN-AMT
               MOVE ZERO TO CV-ADDED-MTD, CV-RELEASED-MTD
               REWRITE CLAIM-RESERVE-RECORD
               IF NOT CLMRSV-OK
                   DISPLAY 'CASE-RESERVE REWRITE PROBLEM'
                   MOVE '600-ROLL-FORWARD'
                      TO EL-PARAGRAPH
                   MOVE 'CASE-RESERVE REWRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'CLMRSV' TO EL-FILE-NAME
                   MOVE CLMRSV-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       620-DROP-CLOSED-RESERVE.
      *
      *    THE CLOSING RELEASE IS IN THIS MONTH'S FIGURES; NOTHING
      *    IS LEFT TO CARRY.  A CLAIM THAT COMES BACK THROUGH A
      *    QUEUE LATER GETS A FRESH RESERVE.
           DELETE CLAIM-RESERVE-FILE RECORD.
           IF NOT CLMRSV-OK
               DISPLAY 'CASE-RESERVE DELETE PROBLEM'
               MOVE '620-DROP-CLOSED-RESERVE'
                  TO EL-PARAGRAPH
               MOVE 'CASE-RESERVE DELETE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CLMRSV' TO EL-FILE-NAME
               MOVE CLMRSV-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           ADD 1 TO RESERVES-DROPPED-COUNT.
      *
       700-WRITE-TOTALS.
      *
           PERFORM 710-WRITE-TYPE-LINE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 4.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL' TO ML-TYPE-NAME.
           MOVE RUN-OPEN-COUNT TO ML-OPEN-COUNT.
           MOVE RUN-OPENING    TO ML-OPENING.
           MOVE RUN-ADDITIONS  TO ML-ADDITIONS.
           MOVE RUN-RELEASES   TO ML-RELEASES.
           MOVE RUN-CLOSING    TO ML-CLOSING.
           WRITE PRINT-LINE FROM MOVEMENT-LINE.
           COMPUTE NET-CHANGE-WS = RUN-CLOSING - RUN-OPENING.
           MOVE NET-CHANGE-WS TO NL-NET-CHANGE.
           MOVE RESERVES-DROPPED-COUNT TO NL-DROPPED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM NET-CHANGE-LINE.
      *
       710-WRITE-TYPE-LINE.
      *
           MOVE TYPE-NAME(TYPE-SUB)     TO ML-TYPE-NAME.
           MOVE TT-OPEN-COUNT(TYPE-SUB) TO ML-OPEN-COUNT.
           MOVE TT-OPENING(TYPE-SUB)    TO ML-OPENING.
           MOVE TT-ADDITIONS(TYPE-SUB)  TO ML-ADDITIONS.
           MOVE TT-RELEASES(TYPE-SUB)   TO ML-RELEASES.
           MOVE TT-CLOSING(TYPE-SUB)    TO ML-CLOSING.
           WRITE PRINT-LINE FROM MOVEMENT-LINE.
           ADD TT-OPEN-COUNT(TYPE-SUB) TO RUN-OPEN-COUNT.
           ADD TT-OPENING(TYPE-SUB)    TO RUN-OPENING.
           ADD TT-ADDITIONS(TYPE-SUB)  TO RUN-ADDITIONS.
           ADD TT-RELEASES(TYPE-SUB)   TO RUN-RELEASES.
           ADD TT-CLOSING(TYPE-SUB)    TO RUN-CLOSING.
      *
       750-WRITE-GL-FEED.
      *
      *    ONE PAIR FOR THE MONTH'S NET MOVEMENT - A RESERVE BUILD
      *    IS CHARGED TO RESERVE EXPENSE, A RUN-OFF CREDITS IT BACK.
           IF NET-CHANGE-WS NOT = ZERO
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'RSVMEND ' TO GF-SOURCE-SYSTEM
               IF NET-CHANGE-WS > ZERO
                   MOVE 'RSVEXP  ' TO GF-DEBIT-ACCOUNT
                   MOVE 'CASERSV ' TO GF-CREDIT-ACCOUNT
                   MOVE NET-CHANGE-WS TO GF-AMOUNT
               ELSE
                   MOVE 'CASERSV ' TO GF-DEBIT-ACCOUNT
                   MOVE 'RSVEXP  ' TO GF-CREDIT-ACCOUNT
                   COMPUTE GF-AMOUNT = ZERO - NET-CHANGE-WS
               END-IF
               MOVE 'CASE RESERVE NET CHANGE' TO GF-DESCRIPTION
               WRITE GL-FEED-RECORD
               IF NOT GLFEED-OK
                   DISPLAY 'GL FEED FILE WRITE PROBLEM'
                   MOVE '750-WRITE-GL-FEED'
                      TO EL-PARAGRAPH
                   MOVE 'GL FEED FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'GLFEED' TO EL-FILE-NAME
                   MOVE GLFEED-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       900-WRAP-UP.
           DISPLAY 'RSVMEND: RESERVES READ    ' RESERVES-READ-COUNT.
           DISPLAY 'RSVMEND: CLOSED, DROPPED  ' RESERVES-DROPPED-COUNT.
           CLOSE CLAIM-RESERVE-FILE, GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ADTDISP                                                        *
      * ADT event dispatcher.  ROOMASGN writes an ADTEVENT record for  *
      * every admission, discharge and transfer it commits; this run   *
      * turns each event into an HL7-style ADT message (MSH, EVN, PID  *
      * and PV1 segments) for every active subscriber on ADTSUBS that  *
      * wants that event type, and writes them to the ADTOUT outbound  *
      * file for transmission.  Each subscriber has its own message    *
      * sequence number (MSH-10), and everything one run sends it is   *
      * one numbered batch.  Every message sent is kept on the ADTHIST *
      * history file under its subscriber, batch and sequence number.  *
      *                                                                *
      * A subscriber that missed a batch is re-sent it by putting an   *
      * 'R' card on ADTDCTL naming the subscriber and batch number:    *
      * the run then rebuilds that batch's messages from ADTHIST with  *
      * their original sequence numbers, so the receiving system can   *
      * drop any it did get, and leaves the pending ADTEVENT file for  *
      * the next normal run.  No card (or a 'D' card) is a normal      *
      * dispatch.                                                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTDISP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPATCH-CTL-FILE
               ASSIGN TO UT-S-ADTDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADTDCTL-ST.
           SELECT ADT-EVENT-FILE
               ASSIGN TO UT-S-ADTEVENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADTEVENT-ST.
           SELECT SUBSCRIBER-FILE
               ASSIGN TO UT-S-ADTSUBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SUBSCRIBER-ID
               FILE STATUS IS ADTSUBS-ST.
           SELECT ADT-HIST-FILE
               ASSIGN TO UT-S-ADTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADTHIST-ST.
           SELECT ADT-MSG-FILE
               ASSIGN TO UT-S-ADTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADTOUT-ST.
           SELECT PRINTFILE
               ASSIGN TO ADTDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * RUN CONTROL - OPTIONAL.  'R' RESENDS ONE SUBSCRIBER'S BATCH.
       FD  DISPATCH-CTL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  DISPATCH-CTL-RECORD.
           05  AC-FUNCTION               PIC X(1).
               88  AC-RESEND                     VALUE 'R'.
           05  AC-SUBSCRIBER-ID          PIC X(8).
           05  AC-BATCH-NO               PIC 9(6).
           05  FILLER                    PIC X(5).
      *
       FD  ADT-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ADT-EVENT-IN                  PIC X(120).
      *
       FD  SUBSCRIBER-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADTSUBS.
      *
      * SENT-MESSAGE HISTORY - ONE RECORD PER MESSAGE PER
      * SUBSCRIBER, CARRYING THE EVENT IT WAS BUILT FROM.
       FD  ADT-HIST-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  ADT-HIST-RECORD.
           05  AH-SUBSCRIBER-ID          PIC X(8).
           05  AH-BATCH-NO               PIC 9(6).
           05  AH-SEQ-NO                 PIC 9(9).
           05  AH-DISPATCH-DATE          PIC 9(8).
           05  AH-EVENT-DATA             PIC X(120).
           05  FILLER                    PIC X(9).
      *
      * OUTBOUND MESSAGES - ONE SEGMENT PER RECORD, TAGGED WITH THE
      * SUBSCRIBER AND MESSAGE SEQUENCE FOR THE TRANSMISSION STEP.
       FD  ADT-MSG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  ADT-MSG-RECORD.
           05  AO-SUBSCRIBER-ID          PIC X(8).
           05  AO-SEQ-NO                 PIC 9(9).
           05  AO-SEGMENT                PIC X(183).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY BUSDTCOB.
           COPY ADTEVENT.
       01  CURRENT-DATE-TIME-WS          PIC X(14).
       01  PROGRAM-SWITCHES.
           05  ADTDCTL-ST                 PIC X(2).
               88  ADTDCTL-OK                     VALUE '00'.
           05  ADTEVENT-ST                PIC X(2).
               88  ADTEVENT-OK                    VALUE '00'.
           05  ADTSUBS-ST                 PIC X(2).
               88  ADTSUBS-OK                     VALUE '00'.
           05  ADTHIST-ST                 PIC X(2).
               88  ADTHIST-OK                     VALUE '00'.
           05  ADTOUT-ST                  PIC X(2).
               88  ADTOUT-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  RUN-MODE-WS                PIC X(1)  VALUE 'D'.
               88  DISPATCH-RUN                    VALUE 'D'.
               88  RESEND-RUN                      VALUE 'R'.
           05  NO-MORE-EVENTS-WS          PIC X(1)  VALUE 'N'.
               88  NO-MORE-EVENTS                  VALUE 'Y'.
           05  NO-MORE-SUBSCRIBERS-WS     PIC X(1)  VALUE 'N'.
               88  NO-MORE-SUBSCRIBERS             VALUE 'Y'.
           05  NO-MORE-HISTORY-WS         PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
           05  EVENT-WANTED-WS            PIC X(1).
               88  EVENT-WANTED                    VALUE 'Y'.
           05  EVENT-SENT-WS              PIC X(1).
               88  EVENT-SENT                      VALUE 'Y'.
      *
      * ACTIVE SUBSCRIBERS, LOADED ONCE PER DISPATCH RUN.
       01  SUBSCRIBER-TABLE-CONTROL.
           05  SUBSCRIBER-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  SUB-SUB                    PIC S9(4) COMP.
       01  SUBSCRIBER-TABLE.
           05  SUBSCRIBER-ENTRY OCCURS 50 TIMES.
               10  ST-SUBSCRIBER-ID       PIC X(8).
               10  ST-SUBSCRIBER-NAME     PIC X(20).
               10  ST-WANTS-ADMIT         PIC X(1).
               10  ST-WANTS-TRANSFER      PIC X(1).
               10  ST-WANTS-DISCHARGE     PIC X(1).
               10  ST-LAST-SEQ-NO         PIC 9(9).
               10  ST-FIRST-SEQ-NO        PIC 9(9).
               10  ST-BATCH-NO            PIC 9(6).
               10  ST-MESSAGES-SENT       PIC S9(7) COMP-3.
      *
      * THE MESSAGE BEING BUILT.
       01  MESSAGE-WORK-FIELDS.
           05  MSG-SUBSCRIBER-ID          PIC X(8).
           05  MSG-SEQ-NO                 PIC 9(9).
           05  MSG-BIRTH-DATE             PIC X(8).
           05  MSG-ASSIGNED-LOC           PIC X(9).
           05  MSG-PRIOR-LOC              PIC X(9).
       01  DISPATCH-COUNTS-WS.
           05  EVENTS-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  EVENTS-UNSENT-COUNT        PIC 9(7) VALUE ZERO.
           05  MESSAGES-SENT-COUNT        PIC 9(7) VALUE ZERO.
           05  RESEND-FIRST-SEQ-NO        PIC 9(9) VALUE ZERO.
           05  RESEND-LAST-SEQ-NO         PIC 9(9) VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(30) VALUE
                   "ADT EVENT DISPATCH - ".
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  HDG-RUN-TYPE      PIC X(20).
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "SUBSCRIBER".
           05  FILLER            PIC X(22) VALUE "  NAME".
           05  FILLER            PIC X(8)  VALUE "   BATCH".
           05  FILLER            PIC X(10) VALUE "  MESSAGES".
           05  FILLER            PIC X(11) VALUE "  FIRST SEQ".
           05  FILLER            PIC X(11) VALUE "   LAST SEQ".
       01  SUBSCRIBER-DETAIL-LINE.
           05  SD-SUBSCRIBER-ID  PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SD-SUBSCRIBER-NAME PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-BATCH-NO       PIC ZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SD-MESSAGES       PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-FIRST-SEQ      PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SD-LAST-SEQ       PIC ZZZZZZZZ9.
       01  DISPATCH-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "EVENTS READ   ".
           05  DT-EVENTS-READ    PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE "  MESSAGES ".
           05  DT-MESSAGES       PIC ZZZZZZ9.
           05  FILLER            PIC X(25) VALUE
                   "  WANTED BY NO SUBSCRIBER".
           05  DT-UNSENT         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           IF RESEND-RUN
               PERFORM 250-RESEND-MESSAGE UNTIL NO-MORE-HISTORY
               PERFORM 750-WRITE-RESEND-LINE
           ELSE
               PERFORM 200-DISPATCH-EVENT UNTIL NO-MORE-EVENTS
               PERFORM 700-UPDATE-SUBSCRIBERS
               PERFORM 720-WRITE-SUBSCRIBER-LINE
                   VARYING SUB-SUB FROM 1 BY 1
                   UNTIL SUB-SUB > SUBSCRIBER-COUNT
               PERFORM 740-WRITE-TOTALS-LINE
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-DATE-TIME-WS.
           PERFORM 300-READ-RUN-CONTROL.
           PERFORM 310-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           IF RESEND-RUN
               PERFORM 330-VALIDATE-RESEND
               PERFORM 420-READ-HISTORY
           ELSE
               PERFORM 320-LOAD-SUBSCRIBERS
                   UNTIL NO-MORE-SUBSCRIBERS
               PERFORM 400-READ-EVENT
           END-IF.
      *
       200-DISPATCH-EVENT.
      *
           ADD 1 TO EVENTS-READ-COUNT.
           MOVE 'N' TO EVENT-SENT-WS.
           PERFORM 520-OFFER-TO-SUBSCRIBER
               VARYING SUB-SUB FROM 1 BY 1
               UNTIL SUB-SUB > SUBSCRIBER-COUNT.
           IF NOT EVENT-SENT
               ADD 1 TO EVENTS-UNSENT-COUNT
           END-IF.
           PERFORM 400-READ-EVENT.
      *
       250-RESEND-MESSAGE.
      *
      *    THE BATCH IS REBUILT EXACTLY AS FIRST SENT - SAME EVENT,
      *    SAME SEQUENCE NUMBER.
           IF AH-SUBSCRIBER-ID = AC-SUBSCRIBER-ID
               AND AH-BATCH-NO = AC-BATCH-NO
               MOVE AH-EVENT-DATA    TO ADT-EVENT-RECORD
               MOVE AH-SUBSCRIBER-ID TO MSG-SUBSCRIBER-ID
               MOVE AH-SEQ-NO        TO MSG-SEQ-NO
               PERFORM 600-BUILD-MESSAGE
               IF MESSAGES-SENT-COUNT = ZERO
                   MOVE AH-SEQ-NO TO RESEND-FIRST-SEQ-NO
               END-IF
               MOVE AH-SEQ-NO TO RESEND-LAST-SEQ-NO
               ADD 1 TO MESSAGES-SENT-COUNT
           END-IF.
           PERFORM 420-READ-HISTORY.
      *
       300-READ-RUN-CONTROL.
      *
      *    THE CONTROL CARD IS OPTIONAL - WITHOUT IT, DISPATCH.
           OPEN INPUT DISPATCH-CTL-FILE.
           IF ADTDCTL-OK
               READ DISPATCH-CTL-FILE
                   AT END
                       MOVE SPACES TO DISPATCH-CTL-RECORD
               END-READ
               IF AC-RESEND
                   SET RESEND-RUN TO TRUE
               END-IF
               CLOSE DISPATCH-CTL-FILE
           END-IF.
           IF RESEND-RUN
               MOVE 'RESEND' TO HDG-RUN-TYPE
           ELSE
               MOVE 'DISPATCH' TO HDG-RUN-TYPE
           END-IF.
      *
       310-OPEN-FILES.
      *
           IF RESEND-RUN
               OPEN INPUT SUBSCRIBER-FILE
           ELSE
               OPEN I-O SUBSCRIBER-FILE
           END-IF.
           IF NOT ADTSUBS-OK
               DISPLAY 'ADT SUBSCRIBER FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *    A RESEND READS THE HISTORY; A DISPATCH ADDS TO IT.
           IF RESEND-RUN
               OPEN INPUT ADT-HIST-FILE
           ELSE
               OPEN EXTEND ADT-HIST-FILE
           END-IF.
           IF NOT ADTHIST-OK
               DISPLAY 'ADT HISTORY FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           IF DISPATCH-RUN
               OPEN INPUT ADT-EVENT-FILE
               IF NOT ADTEVENT-OK
                   DISPLAY 'ADT EVENT FILE OPEN PROBLEM'
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
           OPEN OUTPUT ADT-MSG-FILE.
           IF NOT ADTOUT-OK
               DISPLAY 'ADT OUTBOUND MESSAGE FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'ADT DISPATCH REPORT OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       320-LOAD-SUBSCRIBERS.
      *
           READ SUBSCRIBER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUBSCRIBERS TO TRUE
           END-READ.
           IF NOT NO-MORE-SUBSCRIBERS AND AS-ACTIVE
               IF SUBSCRIBER-COUNT NOT < 50
                   DISPLAY 'ADT SUBSCRIBER TABLE FULL AT 50'
                   GO TO 999-ERROR-RTN
               END-IF
               ADD 1 TO SUBSCRIBER-COUNT
               MOVE SUBSCRIBER-COUNT TO SUB-SUB
               MOVE AS-SUBSCRIBER-ID   TO ST-SUBSCRIBER-ID (SUB-SUB)
               MOVE AS-SUBSCRIBER-NAME TO ST-SUBSCRIBER-NAME (SUB-SUB)
               MOVE AS-WANTS-ADMIT     TO ST-WANTS-ADMIT (SUB-SUB)
               MOVE AS-WANTS-TRANSFER  TO ST-WANTS-TRANSFER (SUB-SUB)
               MOVE AS-WANTS-DISCHARGE TO ST-WANTS-DISCHARGE (SUB-SUB)
               MOVE AS-LAST-SEQ-NO     TO ST-LAST-SEQ-NO (SUB-SUB)
               MOVE ZERO               TO ST-FIRST-SEQ-NO (SUB-SUB),
                                          ST-MESSAGES-SENT (SUB-SUB)
               COMPUTE ST-BATCH-NO (SUB-SUB) = AS-LAST-BATCH-NO + 1
           END-IF.
      *
       330-VALIDATE-RESEND.
      *
           MOVE AC-SUBSCRIBER-ID TO AS-SUBSCRIBER-ID.
           READ SUBSCRIBER-FILE.
           IF NOT ADTSUBS-OK
               DISPLAY 'RESEND FOR UNKNOWN ADT SUBSCRIBER: '
                   AC-SUBSCRIBER-ID
               GO TO 999-ERROR-RTN.
           IF AC-BATCH-NO = ZERO
               OR AC-BATCH-NO > AS-LAST-BATCH-NO
               DISPLAY 'RESEND BATCH ' AC-BATCH-NO
                   ' NEVER SENT TO ' AC-SUBSCRIBER-ID
               GO TO 999-ERROR-RTN.
      *
       400-READ-EVENT.
      *
           READ ADT-EVENT-FILE INTO ADT-EVENT-RECORD
               AT END
                   SET NO-MORE-EVENTS TO TRUE
           END-READ.
      *
       420-READ-HISTORY.
      *
           READ ADT-HIST-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
      *
       520-OFFER-TO-SUBSCRIBER.
      *
           MOVE 'N' TO EVENT-WANTED-WS.
           EVALUATE TRUE
               WHEN AE-ADMIT
                   IF ST-WANTS-ADMIT (SUB-SUB) = 'Y'
                       MOVE 'Y' TO EVENT-WANTED-WS
                   END-IF
               WHEN AE-TRANSFER
                   IF ST-WANTS-TRANSFER (SUB-SUB) = 'Y'
                       MOVE 'Y' TO EVENT-WANTED-WS
                   END-IF
               WHEN AE-DISCHARGE
                   IF ST-WANTS-DISCHARGE (SUB-SUB) = 'Y'
                       MOVE 'Y' TO EVENT-WANTED-WS
                   END-IF
           END-EVALUATE.
           IF EVENT-WANTED
               MOVE 'Y' TO EVENT-SENT-WS
               ADD 1 TO ST-LAST-SEQ-NO (SUB-SUB)
               IF ST-MESSAGES-SENT (SUB-SUB) = ZERO
                   MOVE ST-LAST-SEQ-NO (SUB-SUB)
                       TO ST-FIRST-SEQ-NO (SUB-SUB)
               END-IF
               ADD 1 TO ST-MESSAGES-SENT (SUB-SUB),
                        MESSAGES-SENT-COUNT
               MOVE ST-SUBSCRIBER-ID (SUB-SUB) TO MSG-SUBSCRIBER-ID
               MOVE ST-LAST-SEQ-NO (SUB-SUB)   TO MSG-SEQ-NO
               PERFORM 600-BUILD-MESSAGE
               PERFORM 550-WRITE-HISTORY
           END-IF.
      *
       550-WRITE-HISTORY.
      *
           MOVE SPACES TO ADT-HIST-RECORD.
           MOVE MSG-SUBSCRIBER-ID        TO AH-SUBSCRIBER-ID.
           MOVE ST-BATCH-NO (SUB-SUB)    TO AH-BATCH-NO.
           MOVE MSG-SEQ-NO               TO AH-SEQ-NO.
           MOVE BD-BUSINESS-DATE         TO AH-DISPATCH-DATE.
           MOVE ADT-EVENT-RECORD         TO AH-EVENT-DATA.
           WRITE ADT-HIST-RECORD.
           IF NOT ADTHIST-OK
               DISPLAY 'ADT HISTORY WRITE PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       600-BUILD-MESSAGE.
      *
      *    ONE HL7-STYLE ADT MESSAGE: MSH, EVN, PID, PV1.  MSH-10,
      *    THE MESSAGE CONTROL ID, IS THE SUBSCRIBER'S SEQUENCE.
           MOVE MSG-SUBSCRIBER-ID TO AO-SUBSCRIBER-ID.
           MOVE MSG-SEQ-NO        TO AO-SEQ-NO.
           IF AE-BIRTH-DATE = ZERO
               MOVE SPACES TO MSG-BIRTH-DATE
           ELSE
               MOVE AE-BIRTH-DATE TO MSG-BIRTH-DATE
           END-IF.
      *    PV1-3 IS WHERE THE PATIENT IS (OR, ON A DISCHARGE, WAS);
      *    PV1-6 IS WHERE A TRANSFERRED PATIENT CAME FROM.
           MOVE SPACES TO MSG-ASSIGNED-LOC, MSG-PRIOR-LOC.
           IF AE-DISCHARGE
               STRING AE-FROM-WARD-ID DELIMITED BY SPACE
                      '^'             DELIMITED BY SIZE
                      AE-FROM-ROOM-ID DELIMITED BY SPACE
                   INTO MSG-ASSIGNED-LOC
               END-STRING
           ELSE
               STRING AE-TO-WARD-ID   DELIMITED BY SPACE
                      '^'             DELIMITED BY SIZE
                      AE-TO-ROOM-ID   DELIMITED BY SPACE
                   INTO MSG-ASSIGNED-LOC
               END-STRING
           END-IF.
           IF AE-TRANSFER
               STRING AE-FROM-WARD-ID DELIMITED BY SPACE
                      '^'             DELIMITED BY SIZE
                      AE-FROM-ROOM-ID DELIMITED BY SPACE
                   INTO MSG-PRIOR-LOC
               END-STRING
           END-IF.
           MOVE SPACES TO AO-SEGMENT.
           STRING 'MSH|^~\&|ROOMASGN|HOSPITAL|' DELIMITED BY SIZE
                  MSG-SUBSCRIBER-ID             DELIMITED BY SPACE
                  '||'                          DELIMITED BY SIZE
                  CURRENT-DATE-TIME-WS          DELIMITED BY SIZE
                  '||ADT^'                      DELIMITED BY SIZE
                  AE-EVENT-TYPE                 DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  MSG-SEQ-NO                    DELIMITED BY SIZE
                  '|P|2.3'                      DELIMITED BY SIZE
               INTO AO-SEGMENT
           END-STRING.
           PERFORM 650-WRITE-SEGMENT.
           MOVE SPACES TO AO-SEGMENT.
           STRING 'EVN|'                        DELIMITED BY SIZE
                  AE-EVENT-TYPE                 DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  AE-EVENT-DATE                 DELIMITED BY SIZE
                  AE-EVENT-TIME                 DELIMITED BY SIZE
               INTO AO-SEGMENT
           END-STRING.
           PERFORM 650-WRITE-SEGMENT.
           MOVE SPACES TO AO-SEGMENT.
           STRING 'PID|1||'                     DELIMITED BY SIZE
                  AE-PATIENT-ID                 DELIMITED BY SPACE
                  '||'                          DELIMITED BY SIZE
                  AE-PATIENT-NAME               DELIMITED BY '  '
                  '||'                          DELIMITED BY SIZE
                  MSG-BIRTH-DATE                DELIMITED BY SPACE
                  '|'                           DELIMITED BY SIZE
                  AE-SEX                        DELIMITED BY SPACE
                  '|||'                         DELIMITED BY SIZE
                  AE-ADDR                       DELIMITED BY '  '
                  '^^'                          DELIMITED BY SIZE
                  AE-CITY                       DELIMITED BY '  '
                  '^'                           DELIMITED BY SIZE
                  AE-STATE                      DELIMITED BY SPACE
               INTO AO-SEGMENT
           END-STRING.
           PERFORM 650-WRITE-SEGMENT.
           MOVE SPACES TO AO-SEGMENT.
           STRING 'PV1|1|I|'                    DELIMITED BY SIZE
                  MSG-ASSIGNED-LOC              DELIMITED BY SPACE
                  '|||'                         DELIMITED BY SIZE
                  MSG-PRIOR-LOC                 DELIMITED BY SPACE
               INTO AO-SEGMENT
           END-STRING.
           PERFORM 650-WRITE-SEGMENT.
      *
       650-WRITE-SEGMENT.
      *
           WRITE ADT-MSG-RECORD.
           IF NOT ADTOUT-OK
               DISPLAY 'ADT OUTBOUND MESSAGE WRITE PROBLEM'
               GO TO 999-ERROR-RTN.
      *
       700-UPDATE-SUBSCRIBERS.
      *
      *    ONLY A SUBSCRIBER THAT WAS SENT SOMETHING USES UP A BATCH
      *    NUMBER.
           PERFORM 710-UPDATE-ONE-SUBSCRIBER
               VARYING SUB-SUB FROM 1 BY 1
               UNTIL SUB-SUB > SUBSCRIBER-COUNT.
      *
       710-UPDATE-ONE-SUBSCRIBER.
      *
           IF ST-MESSAGES-SENT (SUB-SUB) > ZERO
               MOVE ST-SUBSCRIBER-ID (SUB-SUB) TO AS-SUBSCRIBER-ID
               READ SUBSCRIBER-FILE
               IF NOT ADTSUBS-OK
                   DISPLAY 'ADT SUBSCRIBER REREAD PROBLEM: '
                       AS-SUBSCRIBER-ID
                   GO TO 999-ERROR-RTN
               END-IF
               MOVE ST-LAST-SEQ-NO (SUB-SUB) TO AS-LAST-SEQ-NO
               MOVE ST-BATCH-NO (SUB-SUB)    TO AS-LAST-BATCH-NO
               MOVE BD-BUSINESS-DATE         TO AS-LAST-BATCH-DATE
               REWRITE ADT-SUBSCRIBER-RECORD
               IF NOT ADTSUBS-OK
                   DISPLAY 'ADT SUBSCRIBER REWRITE PROBLEM: '
                       AS-SUBSCRIBER-ID
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       720-WRITE-SUBSCRIBER-LINE.
      *
           MOVE ST-SUBSCRIBER-ID (SUB-SUB)   TO SD-SUBSCRIBER-ID.
           MOVE ST-SUBSCRIBER-NAME (SUB-SUB) TO SD-SUBSCRIBER-NAME.
           IF ST-MESSAGES-SENT (SUB-SUB) > ZERO
               MOVE ST-BATCH-NO (SUB-SUB)    TO SD-BATCH-NO
           ELSE
               MOVE ZERO                     TO SD-BATCH-NO
           END-IF.
           MOVE ST-MESSAGES-SENT (SUB-SUB)   TO SD-MESSAGES.
           MOVE ST-FIRST-SEQ-NO (SUB-SUB)    TO SD-FIRST-SEQ.
           IF ST-MESSAGES-SENT (SUB-SUB) > ZERO
               MOVE ST-LAST-SEQ-NO (SUB-SUB) TO SD-LAST-SEQ
           ELSE
               MOVE ZERO                     TO SD-LAST-SEQ
           END-IF.
           WRITE PRINT-LINE FROM SUBSCRIBER-DETAIL-LINE.
      *
       740-WRITE-TOTALS-LINE.
      *
           MOVE EVENTS-READ-COUNT   TO DT-EVENTS-READ.
           MOVE MESSAGES-SENT-COUNT TO DT-MESSAGES.
           MOVE EVENTS-UNSENT-COUNT TO DT-UNSENT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM DISPATCH-TOTALS-LINE.
      *
       750-WRITE-RESEND-LINE.
      *
           MOVE AS-SUBSCRIBER-ID   TO SD-SUBSCRIBER-ID.
           MOVE AS-SUBSCRIBER-NAME TO SD-SUBSCRIBER-NAME.
           MOVE AC-BATCH-NO        TO SD-BATCH-NO.
           MOVE MESSAGES-SENT-COUNT TO SD-MESSAGES.
           MOVE RESEND-FIRST-SEQ-NO TO SD-FIRST-SEQ.
           MOVE RESEND-LAST-SEQ-NO  TO SD-LAST-SEQ.
           WRITE PRINT-LINE FROM SUBSCRIBER-DETAIL-LINE.
           IF MESSAGES-SENT-COUNT = ZERO
               DISPLAY 'NO HISTORY FOUND FOR BATCH ' AC-BATCH-NO
                   ' OF ' AC-SUBSCRIBER-ID
           END-IF.
      *
       900-WRAP-UP.
           IF DISPATCH-RUN
               CLOSE ADT-EVENT-FILE
           END-IF.
           CLOSE SUBSCRIBER-FILE, ADT-HIST-FILE, ADT-MSG-FILE,
                 PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

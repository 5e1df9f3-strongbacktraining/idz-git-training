      ******************************************************************
      * AGLICMNT                                                       *
      * Batch maintenance program for the AGTLIC agent license and     *
      * appointment file, in the same add/change/delete transaction    *
      * pattern as AGENTMNT and TRTYMNT: reads LICTRAN transactions,   *
      * applies them against the indexed file keyed on agent code and  *
      * state, and writes a transaction activity report as it goes.    *
      * An add or change is refused unless the agent is on AGENTMST    *
      * and the license and appointment dates are real dates in the    *
      * right order, since AGENTCOM pays or holds commission on them.  *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGLICMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-FILE
               ASSIGN TO UT-S-AGTLIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LICENSE-KEY
               FILE STATUS IS LICENSE-ST.
           SELECT AGENT-FILE
               ASSIGN TO UT-S-AGENTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENT-CODE
               FILE STATUS IS AGENT-ST.
           SELECT TRANFILE
               ASSIGN TO LICTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO AGLICRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY AGTLIC.
      *
       FD  AGENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY AGENTREC.
      *
       FD  TRANFILE
           RECORD CONTAINS 61 CHARACTERS.
       01  LIC-TRAN-RECORD.
           05  LT-FUNCTION-CODE          PIC X.
               88  LT-ADD                        VALUE 'A'.
               88  LT-CHANGE                     VALUE 'C'.
               88  LT-DELETE                     VALUE 'D'.
           05  LT-LICENSE-DATA           PIC X(60).
      * LT-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * LT-LICENSE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  LT-DATA-FIELDS REDEFINES LIC-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  LT-LICENSE-KEY.
               10  LT-AGENT-CODE         PIC X(3).
               10  LT-STATE              PIC X(2).
           05  LT-LICENSE-NO             PIC X(15).
           05  LT-ISSUE-DATE             PIC 9(8).
           05  LT-EXPIRY-DATE            PIC 9(8).
           05  LT-APPOINT-DATE           PIC 9(8).
           05  LT-APPOINT-END-DATE       PIC 9(8).
           05  FILLER                    PIC X(8).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  LICENSE-REC-WS                PIC X(60).
       01  PROGRAM-SWITCHES.
           05  LICENSE-ST               PIC X(2).
               88  LICENSE-OK                   VALUE '00'.
               88  LICENSE-NOT-FOUND            VALUE '23'.
               88  LICENSE-DUPLICATE            VALUE '22'.
           05  AGENT-ST                   PIC X(2).
               88  AGENT-OK                       VALUE '00'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
               88  REPORTFILE-OK                  VALUE '00'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
       01  TRAN-COUNTS-WS.
           05  TRAN-ADD-COUNT             PIC 9(5) VALUE ZERO.
           05  TRAN-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-DELETE-COUNT          PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  REPORT-STATUS-WS               PIC X(24).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(7)  VALUE "AGENT".
           05  FILLER            PIC X(7)  VALUE "STATE".
           05  FILLER            PIC X(18) VALUE "LICENSE NO".
           05  FILLER            PIC X(10) VALUE "FUNCTION".
           05  FILLER            PIC X(24) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-AGENT-CODE     PIC X(3).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-STATE          PIC X(2).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  RD-LICENSE-NO     PIC X(15).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  RD-STATUS         PIC X(24).
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "TRANSACTIONS - ".
           05  FILLER            PIC X(6)  VALUE "ADDED ".
           05  RT-ADD-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "CHANGED ".
           05  RT-CHANGE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "DELETED ".
           05  RT-DELETE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE "ERRORS ".
           05  RT-ERROR-COUNT    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-TRANSACTION UNTIL NO-MORE-TRANSACTIONS.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'AGLICMNT' TO EL-PROGRAM-ID.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           EVALUATE TRUE
               WHEN LT-ADD
                   PERFORM 450-VALIDATE-LICENSE
                   IF REPORT-STATUS-WS = SPACES
                       PERFORM 500-ADD-LICENSE
                   END-IF
               WHEN LT-CHANGE
                   PERFORM 450-VALIDATE-LICENSE
                   IF REPORT-STATUS-WS = SPACES
                       PERFORM 510-CHANGE-LICENSE
                   END-IF
               WHEN LT-DELETE
                   PERFORM 520-DELETE-LICENSE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       300-OPEN-FILES.
      *
           OPEN I-O LICENSE-FILE.
           IF NOT LICENSE-OK
               DISPLAY 'AGENT LICENSE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGENT LICENSE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AGTLIC' TO EL-FILE-NAME
               MOVE LICENSE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT AGENT-FILE.
           IF NOT AGENT-OK
               DISPLAY 'AGENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'AGENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'AGENTMST' TO EL-FILE-NAME
               MOVE AGENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'LICENSE TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LICENSE TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'LICENSE MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'LICENSE MAINTENANCE REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-TRANSACTION.
      *
           READ TRANFILE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       450-VALIDATE-LICENSE.
      *
      *    A LICENSE FOR AN AGENT NOT ON THE MASTER, OR WITH DATES
      *    THAT ARE NOT DATES, WOULD LET AGENTCOM PAY OR HOLD ON
      *    GARBAGE - REFUSE IT HERE.
           MOVE LT-AGENT-CODE TO AG-AGENT-CODE.
           READ AGENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT AGENT-OK
                   MOVE "REJECTED - NO SUCH AGENT" TO REPORT-STATUS-WS
               WHEN LT-STATE = SPACES
                   MOVE "REJECTED - NO STATE" TO REPORT-STATUS-WS
               WHEN LT-ISSUE-DATE NOT NUMERIC
                   OR LT-EXPIRY-DATE NOT NUMERIC
                   OR LT-APPOINT-DATE NOT NUMERIC
                   OR LT-APPOINT-END-DATE NOT NUMERIC
                   MOVE "REJECTED - BAD DATE" TO REPORT-STATUS-WS
               WHEN LT-EXPIRY-DATE NOT > LT-ISSUE-DATE
                   MOVE "REJECTED - EXPIRY DATE" TO REPORT-STATUS-WS
               WHEN LT-APPOINT-END-DATE NOT = ZERO
                   AND LT-APPOINT-END-DATE < LT-APPOINT-DATE
                   MOVE "REJECTED - APPOINT DATES" TO REPORT-STATUS-WS
           END-EVALUATE.
           IF REPORT-STATUS-WS NOT = SPACES
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       500-ADD-LICENSE.
      *
           MOVE LT-LICENSE-DATA TO LICENSE-REC-WS.
           WRITE AGENT-LICENSE-RECORD FROM LICENSE-REC-WS.
           IF LICENSE-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF LICENSE-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-LICENSE.
      *
           MOVE LT-LICENSE-KEY TO AL-LICENSE-KEY.
           READ LICENSE-FILE INTO LICENSE-REC-WS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT LICENSE-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE LT-LICENSE-DATA TO LICENSE-REC-WS
               REWRITE AGENT-LICENSE-RECORD FROM LICENSE-REC-WS
               IF LICENSE-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-LICENSE.
      *
           MOVE LT-LICENSE-KEY TO AL-LICENSE-KEY.
           DELETE LICENSE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF LICENSE-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE LT-AGENT-CODE     TO RD-AGENT-CODE.
           MOVE LT-STATE          TO RD-STATE.
           MOVE LT-LICENSE-NO     TO RD-LICENSE-NO.
           MOVE LT-FUNCTION-CODE  TO RD-FUNCTION.
           MOVE REPORT-STATUS-WS  TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE TRAN-ADD-COUNT    TO RT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RT-CHANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RT-DELETE-COUNT.
           MOVE TRAN-ERROR-COUNT  TO RT-ERROR-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE LICENSE-FILE, AGENT-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

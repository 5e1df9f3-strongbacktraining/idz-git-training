      ******************************************************************
      * ROLEMNT                                                        *
      * Batch maintenance program for the ROLEAUTH role authority      *
      * table, in the same add/change/delete transaction pattern as    *
      * HOLMNT and OPERMNT: reads ROLETRAN transactions, applies them  *
      * against the indexed table keyed on role and transaction id,    *
      * and writes a transaction activity report as it goes.  An add   *
      * or change must name the transaction and carry Y or N in each   *
      * of the inquire, add, change and delete flags; the business     *
      * date is stamped as the last change date.                       *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLEMNT.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLEAUTH-FILE
               ASSIGN TO UT-S-ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS ROLEAUTH-ST.
           SELECT TRANFILE
               ASSIGN TO ROLETRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANFILE-ST.
           SELECT REPORTFILE
               ASSIGN TO ROLEMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLEAUTH-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ROLEAUTH.
      *
       FD  TRANFILE
           RECORD CONTAINS 49 CHARACTERS.
       01  ROLE-TRAN-RECORD.
           05  RL-FUNCTION-CODE          PIC X.
               88  RL-ADD                        VALUE 'A'.
               88  RL-CHANGE                     VALUE 'C'.
               88  RL-DELETE                     VALUE 'D'.
           05  RL-ROLE-DATA              PIC X(48).
      * RL-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * RL-ROLE-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  RL-DATA-FIELDS REDEFINES ROLE-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  RL-KEY.
               10  RL-ROLE               PIC X(8).
               10  RL-TRANSACTION        PIC X(4).
           05  RL-FLAG                   PIC X(1) OCCURS 4.
           05  FILLER                    PIC X(32).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  FLAG-SUB                      PIC 9(1) COMP.
       01  FLAGS-VALID-WS                PIC X(1).
           88  FLAGS-VALID                       VALUE 'Y'.
       01  PROGRAM-SWITCHES.
           05  ROLEAUTH-ST               PIC X(2).
               88  ROLEAUTH-OK                   VALUE '00'.
               88  ROLEAUTH-NOT-FOUND            VALUE '23'.
               88  ROLEAUTH-DUPLICATE            VALUE '22'.
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
       01  REPORT-STATUS-WS               PIC X(20).
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(8)  VALUE "ROLE".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE "TRAN".
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "FUNCTION".
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE "STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-ROLE           PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-TRANSACTION    PIC X(4).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(11) VALUE SPACES.
           05  RD-STATUS         PIC X(20).
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
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           SET FLAGS-VALID TO TRUE.
           PERFORM 250-EDIT-FLAG
               VARYING FLAG-SUB FROM 1 BY 1 UNTIL FLAG-SUB > 4.
           EVALUATE TRUE
               WHEN RL-ROLE = SPACES OR RL-TRANSACTION = SPACES
                   MOVE "REJECTED - BAD KEY" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN (RL-ADD OR RL-CHANGE) AND NOT FLAGS-VALID
                   MOVE "REJECTED - BAD FLAG" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN RL-ADD
                   PERFORM 500-ADD-ROLE
               WHEN RL-CHANGE
                   PERFORM 510-CHANGE-ROLE
               WHEN RL-DELETE
                   PERFORM 520-DELETE-ROLE
               WHEN OTHER
                   MOVE "INVALID FUNCTION CODE" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
           END-EVALUATE.
           PERFORM 600-WRITE-DETAIL-LINE.
           PERFORM 400-READ-TRANSACTION.
      *
       250-EDIT-FLAG.
      *
           IF RL-FLAG(FLAG-SUB) NOT = 'Y' AND NOT = 'N'
               MOVE 'N' TO FLAGS-VALID-WS
           END-IF.
      *
       300-OPEN-FILES.
      *
           OPEN I-O ROLEAUTH-FILE.
           IF NOT ROLEAUTH-OK
               DISPLAY 'ROLE AUTHORITY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ROLE AUTHORITY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'ROLE TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ROLE TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT REPORTFILE.
           IF NOT REPORTFILE-OK
               DISPLAY 'ROLE MAINTENANCE REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ROLE MAINTENANCE REPORT OPEN PROBLEM'
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
       500-ADD-ROLE.
      *
           MOVE RL-ROLE-DATA TO ROLE-AUTHORITY-RECORD.
           MOVE BD-BUSINESS-DATE TO RA-LAST-CHANGE-DATE.
           WRITE ROLE-AUTHORITY-RECORD.
           IF ROLEAUTH-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "ADDED" TO REPORT-STATUS-WS
           ELSE
               IF ROLEAUTH-DUPLICATE
                   MOVE "REJECTED - DUPLICATE KEY" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - ADD FAILED" TO REPORT-STATUS-WS
               END-IF
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       510-CHANGE-ROLE.
      *
           MOVE RL-KEY TO RA-KEY.
           READ ROLEAUTH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT ROLEAUTH-OK
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE RL-ROLE-DATA TO ROLE-AUTHORITY-RECORD
               MOVE BD-BUSINESS-DATE TO RA-LAST-CHANGE-DATE
               REWRITE ROLE-AUTHORITY-RECORD
               IF ROLEAUTH-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       520-DELETE-ROLE.
      *
           MOVE RL-KEY TO RA-KEY.
           DELETE ROLEAUTH-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF ROLEAUTH-OK
               ADD 1 TO TRAN-DELETE-COUNT
               MOVE "DELETED" TO REPORT-STATUS-WS
           ELSE
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           END-IF.
      *
       600-WRITE-DETAIL-LINE.
      *
           MOVE RL-ROLE           TO RD-ROLE.
           MOVE RL-TRANSACTION    TO RD-TRANSACTION.
           MOVE RL-FUNCTION-CODE  TO RD-FUNCTION.
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
           CLOSE ROLEAUTH-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           MOVE 'ROLEMNT' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

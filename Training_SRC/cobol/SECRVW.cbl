      ******************************************************************
      * SECRVW                                                         *
      * Quarterly access review.  Reads every operator on the OPERSEC  *
      * security file and prints the operator's effective rights on    *
      * each online transaction - the union of what every role the     *
      * operator holds is granted on ROLEAUTH, which is exactly what   *
      * SECCHK lets the operator do - with the manager named on the    *
      * operator record and a sign-off line for the manager's          *
      * certification.  An inactive operator is listed with no         *
      * rights, and a role the operator holds that grants nothing on   *
      * ROLEAUTH is called out so it can be cleaned up.                *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SECRVRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRVW.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC-FILE
               ASSIGN TO UT-S-OPERSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS OPERSEC-ST.
           SELECT ROLEAUTH-FILE
               ASSIGN TO UT-S-ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS ROLEAUTH-ST.
           SELECT PRINTFILE
               ASSIGN TO SECRVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERSEC-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY OPERSEC.
      *
       FD  ROLEAUTH-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ROLEAUTH.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  OPERSEC-ST                 PIC X(2).
               88  OPERSEC-OK                     VALUE '00'.
           05  ROLEAUTH-ST                PIC X(2).
               88  ROLEAUTH-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OPERSEC-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-OPERATORS              VALUE 'Y'.
           05  ROLE-DONE-WS               PIC X(1).
               88  ROLE-DONE                      VALUE 'Y'.
      *
      *    ONE OPERATOR'S EFFECTIVE RIGHTS, ONE ENTRY PER TRANSACTION,
      *    EACH FLAG 'Y' WHEN ANY OF THE OPERATOR'S ROLES GRANTS IT.
       01  RIGHTS-TABLE-WS.
           05  RIGHTS-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  RIGHTS-ENTRY OCCURS 50.
               10  RG-TRANSACTION         PIC X(4).
               10  RG-FLAG                PIC X(1) OCCURS 4.
       01  RG-SUB                         PIC 9(3) COMP.
       01  RG-FOUND-SUB                   PIC 9(3) COMP.
       01  ROLE-SUB                       PIC 9(1) COMP.
       01  FLAG-SUB                       PIC 9(1) COMP.
       01  ROLE-GRANT-COUNT               PIC 9(3) COMP.
       01  RUN-TOTALS-WS.
           05  OPERATORS-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  ACTIVE-COUNT               PIC 9(5) VALUE ZERO.
           05  INACTIVE-COUNT             PIC 9(5) VALUE ZERO.
           05  NO-RIGHTS-COUNT            PIC 9(5) VALUE ZERO.
           05  EMPTY-ROLE-COUNT           PIC 9(5) VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(36) VALUE
                   "QUARTERLY ACCESS REVIEW - AS OF".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  OPERATOR-LINE.
           05  FILLER            PIC X(10) VALUE "OPERATOR ".
           05  OL-OPERATOR-ID    PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OL-OPERATOR-NAME  PIC X(25).
           05  FILLER            PIC X(10) VALUE "  MANAGER ".
           05  OL-MANAGER-ID     PIC X(8).
           05  FILLER            PIC X(9)  VALUE "  STATUS ".
           05  OL-STATUS         PIC X(8).
           05  FILLER            PIC X(8)  VALUE "  ROLES ".
           05  OL-ROLE           PIC X(9) OCCURS 5.
       01  RIGHTS-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "TRAN".
           05  FILLER            PIC X(9)  VALUE "INQUIRE".
           05  FILLER            PIC X(9)  VALUE "ADD".
           05  FILLER            PIC X(9)  VALUE "CHANGE".
           05  FILLER            PIC X(9)  VALUE "DELETE".
       01  RIGHTS-DETAIL-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  RL-TRANSACTION    PIC X(4).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  RL-FUNCTION OCCURS 4.
               10  FILLER        PIC X(3)  VALUE SPACES.
               10  RL-FLAG       PIC X(1).
               10  FILLER        PIC X(5)  VALUE SPACES.
       01  NOTE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  NL-TEXT           PIC X(60).
       01  CERTIFY-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
               "CERTIFIED BY MANAGER ______________________  DATE".
           05  FILLER            PIC X(12) VALUE " __________".
       01  RUN-TOTALS-LINE-ONE.
           05  FILLER            PIC X(16) VALUE "OPERATORS READ ".
           05  RT-READ           PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  ACTIVE ".
           05  RT-ACTIVE         PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  INACTIVE ".
           05  RT-INACTIVE       PIC ZZZZ9.
       01  RUN-TOTALS-LINE-TWO.
           05  FILLER            PIC X(28)
                   VALUE "ACTIVE WITH NO RIGHTS ".
           05  RT-NO-RIGHTS      PIC ZZZZ9.
           05  FILLER            PIC X(25)
                   VALUE "  ROLES GRANTING NOTHING ".
           05  RT-EMPTY-ROLE     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-REVIEW-OPERATOR UNTIL NO-MORE-OPERATORS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SECRVW' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           PERFORM 400-READ-OPERATOR.
      *
       200-REVIEW-OPERATOR.
      *
           ADD 1 TO OPERATORS-READ-COUNT.
           PERFORM 600-WRITE-OPERATOR-LINE.
           IF OS-ACTIVE
               ADD 1 TO ACTIVE-COUNT
               MOVE ZERO TO RIGHTS-COUNT
               PERFORM 500-GATHER-ROLE
                   VARYING ROLE-SUB FROM 1 BY 1 UNTIL ROLE-SUB > 5
               IF RIGHTS-COUNT = ZERO
                   ADD 1 TO NO-RIGHTS-COUNT
                   MOVE 'NO EFFECTIVE RIGHTS' TO NL-TEXT
                   WRITE PRINT-LINE FROM NOTE-LINE
               ELSE
                   WRITE PRINT-LINE FROM RIGHTS-HEADING-LINE
                   PERFORM 610-WRITE-RIGHTS-LINE
                       VARYING RG-SUB FROM 1 BY 1
                       UNTIL RG-SUB > RIGHTS-COUNT
               END-IF
           ELSE
               ADD 1 TO INACTIVE-COUNT
               MOVE 'INACTIVE - EVERY FUNCTION IS REFUSED' TO NL-TEXT
               WRITE PRINT-LINE FROM NOTE-LINE
           END-IF.
           WRITE PRINT-LINE FROM CERTIFY-LINE.
           PERFORM 400-READ-OPERATOR.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OPERSEC-FILE.
           IF NOT OPERSEC-OK
               DISPLAY 'OPERATOR SECURITY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OPERATOR SECURITY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OPERSEC' TO EL-FILE-NAME
               MOVE OPERSEC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT ROLEAUTH-FILE.
           IF NOT ROLEAUTH-OK
               DISPLAY 'ROLE AUTHORITY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ROLE AUTHORITY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'ROLEAUTH' TO EL-FILE-NAME
               MOVE ROLEAUTH-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'ACCESS REVIEW REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ACCESS REVIEW REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-OPERATOR.
      *
           READ OPERSEC-FILE
               AT END
                   SET NO-MORE-OPERATORS TO TRUE
           END-READ.
           IF NOT OPERSEC-OK AND NOT NO-MORE-OPERATORS
               DISPLAY 'OPERATOR SECURITY FILE READ PROBLEM'
               MOVE '400-READ-OPERATOR'
                  TO EL-PARAGRAPH
               MOVE 'OPERATOR SECURITY FILE READ PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'OPERSEC' TO EL-FILE-NAME
               MOVE OPERSEC-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       500-GATHER-ROLE.
      *
      *    EVERY ROLEAUTH ENTRY UNDER THE ROLE FOLDS INTO THE
      *    OPERATOR'S RIGHTS TABLE.
           IF OS-ROLE(ROLE-SUB) NOT = SPACES
               MOVE ZERO TO ROLE-GRANT-COUNT
               MOVE 'N' TO ROLE-DONE-WS
               MOVE OS-ROLE(ROLE-SUB) TO RA-ROLE
               MOVE LOW-VALUES TO RA-TRANSACTION
               START ROLEAUTH-FILE KEY IS NOT LESS THAN RA-KEY
                   INVALID KEY
                       SET ROLE-DONE TO TRUE
               END-START
               PERFORM 510-NEXT-ROLE-ENTRY UNTIL ROLE-DONE
               IF ROLE-GRANT-COUNT = ZERO
                   ADD 1 TO EMPTY-ROLE-COUNT
                   MOVE SPACES TO NL-TEXT
                   STRING 'ROLE ' OS-ROLE(ROLE-SUB)
                          ' GRANTS NOTHING ON ROLEAUTH'
                       DELIMITED BY SIZE INTO NL-TEXT
                   END-STRING
                   WRITE PRINT-LINE FROM NOTE-LINE
               END-IF
           END-IF.
      *
       510-NEXT-ROLE-ENTRY.
      *
           READ ROLEAUTH-FILE NEXT RECORD
               AT END
                   SET ROLE-DONE TO TRUE
           END-READ.
           IF NOT ROLE-DONE
               IF RA-ROLE NOT = OS-ROLE(ROLE-SUB)
                   SET ROLE-DONE TO TRUE
               ELSE
                   PERFORM 520-FOLD-ROLE-ENTRY
               END-IF
           END-IF.
      *
       520-FOLD-ROLE-ENTRY.
      *
           IF RA-INQUIRE-OK OR RA-ADD-OK OR RA-CHANGE-OK
               OR RA-DELETE-OK
               ADD 1 TO ROLE-GRANT-COUNT
               MOVE ZERO TO RG-FOUND-SUB
               PERFORM 530-FIND-TRANSACTION
                   VARYING RG-SUB FROM 1 BY 1
                   UNTIL RG-SUB > RIGHTS-COUNT
                   OR RG-FOUND-SUB > ZERO
               IF RG-FOUND-SUB = ZERO
                   IF RIGHTS-COUNT >= 50
                       DISPLAY 'SECRVW: RIGHTS TABLE OVERFLOW'
                       MOVE '520-FOLD-ROLE-ENTRY'
                          TO EL-PARAGRAPH
                       MOVE 'SECRVW: RIGHTS TABLE OVERFLOW'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
                   ADD 1 TO RIGHTS-COUNT
                   MOVE RIGHTS-COUNT TO RG-FOUND-SUB
                   MOVE SPACES TO RIGHTS-ENTRY(RG-FOUND-SUB)
                   MOVE RA-TRANSACTION
                       TO RG-TRANSACTION(RG-FOUND-SUB)
               END-IF
               PERFORM 540-FOLD-FLAG
                   VARYING FLAG-SUB FROM 1 BY 1 UNTIL FLAG-SUB > 4
           END-IF.
      *
       530-FIND-TRANSACTION.
      *
           IF RG-TRANSACTION(RG-SUB) = RA-TRANSACTION
               MOVE RG-SUB TO RG-FOUND-SUB
           END-IF.
      *
       540-FOLD-FLAG.
      *
           IF RA-FUNCTION-FLAG(FLAG-SUB) = 'Y'
               MOVE 'Y' TO RG-FLAG(RG-FOUND-SUB, FLAG-SUB)
           END-IF.
      *
       600-WRITE-OPERATOR-LINE.
      *
           MOVE OS-OPERATOR-ID TO OL-OPERATOR-ID.
           MOVE OS-OPERATOR-NAME TO OL-OPERATOR-NAME.
           MOVE OS-MANAGER-ID TO OL-MANAGER-ID.
           IF OS-ACTIVE
               MOVE 'ACTIVE' TO OL-STATUS
           ELSE
               MOVE 'INACTIVE' TO OL-STATUS
           END-IF.
           PERFORM 605-MOVE-ROLE
               VARYING ROLE-SUB FROM 1 BY 1 UNTIL ROLE-SUB > 5.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM OPERATOR-LINE.
      *
       605-MOVE-ROLE.
      *
           MOVE OS-ROLE(ROLE-SUB) TO OL-ROLE(ROLE-SUB).
      *
       610-WRITE-RIGHTS-LINE.
      *
           MOVE RG-TRANSACTION(RG-SUB) TO RL-TRANSACTION.
           PERFORM 615-MOVE-FLAG
               VARYING FLAG-SUB FROM 1 BY 1 UNTIL FLAG-SUB > 4.
           WRITE PRINT-LINE FROM RIGHTS-DETAIL-LINE.
      *
       615-MOVE-FLAG.
      *
           IF RG-FLAG(RG-SUB, FLAG-SUB) = 'Y'
               MOVE 'Y' TO RL-FLAG(FLAG-SUB)
           ELSE
               MOVE '-' TO RL-FLAG(FLAG-SUB)
           END-IF.
      *
       700-WRITE-TOTALS.
      *
           MOVE OPERATORS-READ-COUNT TO RT-READ.
           MOVE ACTIVE-COUNT TO RT-ACTIVE.
           MOVE INACTIVE-COUNT TO RT-INACTIVE.
           MOVE NO-RIGHTS-COUNT TO RT-NO-RIGHTS.
           MOVE EMPTY-ROLE-COUNT TO RT-EMPTY-ROLE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE-ONE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE-TWO.
      *
       900-WRAP-UP.
           CLOSE OPERSEC-FILE, ROLEAUTH-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

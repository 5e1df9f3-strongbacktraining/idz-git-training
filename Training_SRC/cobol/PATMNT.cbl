      * and SUPLMNT: reads PATTRAN transactions, applies them against  *
      * the indexed master keyed on PT-PATIENT-ID, and writes a     *
      * transaction activity report as it goes.                        *
      * An add or change that links the patient to an insured member   *
      * must name a CUST-ID and policy PARTYXRF already links, so a    *
      * claim is never filed against a policy the member does not hold.*
      * A change to the infection-control isolation type of a patient  *
      * who is in a bed is passed straight to ROOMASGN ('I' call), so  *
      * the room is flagged for isolation the moment it is keyed.      *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATIENT-ST.
           SELECT XREF-FILE
               ASSIGN TO UT-S-PARTYXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS XREF-ST.
           SELECT TRANFILE
               ASSIGN TO PATTRAN
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARTYXRF.
      *
       FD  TRANFILE
           RECORD CONTAINS 101 CHARACTERS.
       01  PAT-TRAN-RECORD.
           05  PA-FUNCTION-CODE          PIC X.
               88  PA-ADD                        VALUE 'A'.
               88  PA-CHANGE                     VALUE 'C'.
               88  PA-DELETE                     VALUE 'D'.
           05  PA-PATIENT-DATA           PIC X(100).
      * PA-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * PA-PATIENT-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  PA-DATA-FIELDS REDEFINES PAT-TRAN-RECORD.
           05  FILLER                    PIC X.
           05  PA-PATIENT-ID             PIC X(8).
           05  FILLER                    PIC X(70).
           05  PA-MEMBER-CUST-ID         PIC X(5).
           05  PA-MEMBER-POLICY-NO       PIC X(7).
           05  PA-ISOLATION-TYPE         PIC X(1).
               88  PA-ISOLATION-VALID            VALUE ' ' 'C' 'A'
                                                       'D'.
           05  FILLER                    PIC X(9).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PATIENT-REC-WS                PIC X(100).
       01  OLD-ISOLATION-TYPE-WS         PIC X(1).
       77  WS-CALLED-PROGRAM             PIC X(8)  VALUE SPACES.
       01  ROOMASGN-PARMS-WS.
           05  RA-WARD-ID                PIC X(4).
           05  RA-ROOM-ID                PIC X(4).
           05  RA-NUMBER-OF-BEDS         PIC S9(4) COMP.
           05  RA-FUNCTION               PIC X(1).
           05  RA-RETURN-CODE            PIC S9(4) COMP.
               88  RA-ASSIGNMENT-OK              VALUE 0.
               88  RA-PATIENT-CONFLICT           VALUE 16.
           05  RA-PATIENT-ID             PIC X(8).
           05  RA-PATIENT-NAME           PIC X(25).
           05  RA-TO-WARD-ID             PIC X(4).
           05  RA-TO-ROOM-ID             PIC X(4).
           05  RA-TO-NUMBER-OF-BEDS      PIC S9(4) COMP.
           05  RA-BED-CLASS              PIC X(1).
           05  RA-EQUIP-KEYWORD          PIC X(10).
           05  RA-QUEUE-PRIORITY         PIC 9(1).
           05  RA-PLACED-PATIENT-ID      PIC X(8).
           05  RA-CLEAN-DATE             PIC 9(8).
           05  RA-CLEAN-TIME             PIC 9(6).
           05  RA-ISOLATION-TYPE         PIC X(1).
       01  PROGRAM-SWITCHES.
           05  PATIENT-ST                PIC X(2).
               88  PATIENT-OK                    VALUE '00'.
               88  PATIENT-NOT-FOUND             VALUE '23'.
               88  PATIENT-DUPLICATE             VALUE '22'.
           05  XREF-ST                    PIC X(2).
               88  XREF-OK                        VALUE '00'.
           05  TRANFILE-ST                PIC X(2).
               88  TRANFILE-OK                    VALUE '00'.
           05  REPORTFILE-ST              PIC X(2).
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           IF PA-ADD OR PA-CHANGE
               PERFORM 450-EDIT-MEMBER-LINK
               IF REPORT-STATUS-WS = SPACES
                   AND NOT PA-ISOLATION-VALID
                   MOVE "REJECTED - ISOLATION" TO REPORT-STATUS-WS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN PA-ADD
                   PERFORM 500-ADD-PATIENT
               WHEN PA-CHANGE
               MOVE 'PATMST' TO EL-FILE-NAME
               MOVE PATIENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK
               DISPLAY 'PARTY CROSS-REFERENCE FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PARTY CROSS-REFERENCE FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PARTYXRF' TO EL-FILE-NAME
               MOVE XREF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT TRANFILE.
           IF NOT TRANFILE-OK
               DISPLAY 'PATIENT TRANSACTION FILE OPEN PROBLEM'
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       450-EDIT-MEMBER-LINK.
      *
      *    NO LINK AT ALL IS A SELF-PAY PATIENT.  A LINK MUST BE
      *    COMPLETE AND MUST BE ONE PARTYXRF ALREADY CARRIES.
           IF PA-MEMBER-CUST-ID = SPACES
               AND (PA-MEMBER-POLICY-NO = SPACES
                    OR PA-MEMBER-POLICY-NO = ZERO)
               MOVE ZERO TO PA-MEMBER-POLICY-NO
           ELSE
               IF PA-MEMBER-CUST-ID = SPACES
                   OR PA-MEMBER-POLICY-NO NOT NUMERIC
                   MOVE "REJECTED - MEMBER LINK" TO REPORT-STATUS-WS
               ELSE
                   MOVE PA-MEMBER-CUST-ID TO PX-CUST-ID
                   SET PX-POLICY-LINK TO TRUE
                   MOVE PA-MEMBER-POLICY-NO TO PX-LINK-NO
                   READ XREF-FILE
                       INVALID KEY
                           MOVE "REJECTED - NOT A MEMBER"
                               TO REPORT-STATUS-WS
                   END-READ
               END-IF
           END-IF.
      *
       500-ADD-PATIENT.
      *
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE PT-ISOLATION-TYPE TO OLD-ISOLATION-TYPE-WS
               MOVE PA-PATIENT-DATA TO PATIENT-REC-WS
               REWRITE PATIENT-MASTER-RECORD FROM PATIENT-REC-WS
               IF PATIENT-OK
                   ADD 1 TO TRAN-CHANGE-COUNT
                   MOVE "CHANGED" TO REPORT-STATUS-WS
                   IF PA-ISOLATION-TYPE NOT = OLD-ISOLATION-TYPE-WS
                       PERFORM 515-PASS-ISOLATION-CHANGE
                   END-IF
               ELSE
                   MOVE "REJECTED - CHANGE FAILED" TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               END-IF
           END-IF.
      *
       515-PASS-ISOLATION-CHANGE.
      *
      *    ROOMASGN FLAGS THE ROOM OF A PATIENT WHO IS IN A BED; ONE
      *    WHO IS NOT ADMITTED COMES BACK AS A CONFLICT AND THE NEW
      *    TYPE SIMPLY TAKES EFFECT AT THE NEXT ADMISSION.
           MOVE SPACES TO ROOMASGN-PARMS-WS.
           MOVE ZERO TO RA-NUMBER-OF-BEDS, RA-RETURN-CODE,
                        RA-TO-NUMBER-OF-BEDS, RA-QUEUE-PRIORITY,
                        RA-CLEAN-DATE, RA-CLEAN-TIME.
           MOVE 'I' TO RA-FUNCTION.
           MOVE PA-PATIENT-ID TO RA-PATIENT-ID.
           MOVE PA-ISOLATION-TYPE TO RA-ISOLATION-TYPE.
           MOVE 'ROOMASGN' TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM USING ROOMASGN-PARMS-WS.
           EVALUATE TRUE
               WHEN RA-ASSIGNMENT-OK
                   IF PA-ISOLATION-TYPE = SPACE
                       MOVE "CHANGED - STAY UPDATED" TO REPORT-STATUS-WS
                   ELSE
                       MOVE "CHANGED - ROOM ISOLATED"
                           TO REPORT-STATUS-WS
                   END-IF
               WHEN RA-PATIENT-CONFLICT
                   CONTINUE
               WHEN OTHER
                   MOVE "CHANGED - ROOM NOT SET" TO REPORT-STATUS-WS
           END-EVALUATE.
      *
       520-DELETE-PATIENT.
      *
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE PATIENT-FILE, XREF-FILE, TRANFILE, REPORTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

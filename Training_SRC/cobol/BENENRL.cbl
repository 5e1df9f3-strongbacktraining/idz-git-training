      ******************************************************************
      * BENENRL                                                        *
      * Annual benefits open-enrollment run for our own employees.     *
      * Staff health coverage used to be set up three times - on       *
      * paper, as a POLMAST policy and as a hand-keyed benefit amount  *
      * on DEDMAST - and the three drifted apart.  This run reads      *
      * each employee's BENELECT election (plan, coverage tier and     *
      * effective date) against the SEGFILE employee file and keeps    *
      * all three in step: the employee's POLICY-TYPE 1 staff policy   *
      * (policy number 990 followed by the WIDGET-EMP-ID) is issued on *
      * a NEWPOL record for POLISSUE or endorsed on a POLTRAN change   *
      * for POLMNT; DM-BENEFIT-AMOUNT on DEDMAST is set to the         *
      * employee's share of the monthly premium, priced off the        *
      * PRMRATE employer rate PREMBILL bills with and the share        *
      * percentage (GETPARM EE-SHARE-PCT); and a confirmation          *
      * statement is printed for the employee.  A waived election,     *
      * or a staff policy whose employee has left the SEGFILE, gets    *
      * a POLTRAN benefit termination and the deduction is stopped.    *
      * Employees with no election, bad elections and elections for    *
      * no one on the employee file go to the exceptions list.         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (BENCONF, BENEXC & SYSOUT)            *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENRL.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGFILE
               ASSIGN TO UT-S-SEGREC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEGFILE-ST.
           SELECT ELECTION-FILE
               ASSIGN TO UT-S-BENELECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ELECTION-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT DEDMAST-FILE
               ASSIGN TO UT-S-DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-EMP-ID
               FILE STATUS IS DEDMAST-ST.
           SELECT NEWPOL-FILE
               ASSIGN TO UT-S-NEWPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWPOL-ST.
           SELECT POLTRAN-FILE
               ASSIGN TO POLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLTRAN-ST.
           SELECT CONFIRM-FILE
               ASSIGN TO BENCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIRM-ST.
           SELECT EXCEPTION-FILE
               ASSIGN TO BENEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  ELECTION-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BENELECT.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  DEDMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY DEDMAST.
      *
      * NEW STAFF POLICIES, IN POLISSUE'S NEWPOL LAYOUT.
       FD  NEWPOL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-POLICY-RECORD.
           05  NP-POLICY-NO              PIC 9(7).
           05  NP-LAST-NAME              PIC X(15).
           05  NP-FIRST-NAME             PIC X(10).
           05  NP-POLICY-TYPE            PIC 9(1).
           05  NP-BENEFIT-DATE           PIC X(8).
           05  NP-POLICY-AMOUNT          PIC 9(7).
           05  NP-COINSURANCE            PIC V99.
      *
      * ENDORSEMENTS AND TERMINATIONS, IN POLMNT'S POLTRAN LAYOUT.
       FD  POLTRAN-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  POL-TRAN-RECORD.
           05  PL-FUNCTION-CODE          PIC X.
               88  PL-ADD                        VALUE 'A'.
               88  PL-CHANGE                     VALUE 'C'.
               88  PL-DELETE                     VALUE 'D'.
           05  PL-EFFECTIVE-DATE         PIC 9(8).
           05  PL-POLICY-DATA            PIC X(60).
      *
       FD  CONFIRM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONFIRM-LINE                  PIC X(132).
      *
       FD  EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
      *
      * MONTHLY PREMIUM RATE PER POLICY-TYPE - STAFF POLICIES ARE
      * POLICY-TYPE 1 AND ARE PRICED AT THE EMPLOYER RATE.
           COPY PRMRATE.
       01  PROGRAM-SWITCHES.
           05  SEGFILE-ST                 PIC X(2).
               88  SEGFILE-OK                     VALUE '00'.
           05  ELECTION-ST                PIC X(2).
               88  ELECTION-OK                    VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  DEDMAST-ST                 PIC X(2).
               88  DEDMAST-OK                     VALUE '00'.
           05  NEWPOL-ST                  PIC X(2).
               88  NEWPOL-OK                      VALUE '00'.
           05  POLTRAN-ST                 PIC X(2).
               88  POLTRAN-OK                     VALUE '00'.
           05  CONFIRM-ST                 PIC X(2).
               88  CONFIRM-OK                     VALUE '00'.
           05  EXCEPTION-ST               PIC X(2).
               88  EXCEPTION-OK                   VALUE '00'.
           05  SEGFILE-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SEG-RECORDS             VALUE 'Y'.
           05  ELECTION-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-ELECTIONS               VALUE 'Y'.
           05  STAFF-POLICIES-DONE-WS     PIC X(1)  VALUE 'N'.
               88  STAFF-POLICIES-DONE             VALUE 'Y'.
           05  POLICY-ON-FILE-WS          PIC X(1).
               88  POLICY-ON-FILE                  VALUE 'Y'.
      *
      * STAFF POLICIES ARE NUMBERED 990 FOLLOWED BY THE EMPLOYEE ID.
       01  STAFF-POLICY-BASE              PIC 9(7) VALUE 9900000.
       01  STAFF-POLICY-LAST              PIC 9(7) VALUE 9909999.
       01  STAFF-POLICY-NO-WS             PIC 9(7).
      *
      * EMPLOYEE'S SHARE OF THE MONTHLY PREMIUM, WHOLE PERCENT.
       01  EMPLOYEE-SHARE-PCT-WS          PIC 9(3) VALUE 25.
       01  PARM-PCT-VALUE-WS.
           05  PARM-PCT-WS                PIC 9(3).
      *
      * PLAN CODE, NAME, BASE COVERAGE AMOUNT AND COINSURANCE.
       01  PLAN-TABLE.
           05  FILLER            PIC X(21) VALUE
                   'BABASIC     005000070'.
           05  FILLER            PIC X(21) VALUE
                   'STSTANDARD  010000080'.
           05  FILLER            PIC X(21) VALUE
                   'PRPREMIER   020000090'.
       01  PLAN-TABLE-R REDEFINES PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 3.
               10  PT-PLAN-CODE           PIC X(2).
               10  PT-PLAN-NAME           PIC X(10).
               10  PT-COVERAGE-AMOUNT     PIC 9(7).
               10  PT-COINSURANCE         PIC V99.
      *
      * COVERAGE TIER, FACTOR ON THE PLAN'S BASE COVERAGE, AND THE
      * WORDING FOR THE STATEMENT.
       01  TIER-TABLE.
           05  FILLER            PIC X(24) VALUE
                   'E100EMPLOYEE ONLY       '.
           05  FILLER            PIC X(24) VALUE
                   'S190EMPLOYEE + SPOUSE   '.
           05  FILLER            PIC X(24) VALUE
                   'C170EMPLOYEE + CHILDREN '.
           05  FILLER            PIC X(24) VALUE
                   'F270FAMILY              '.
           05  FILLER            PIC X(24) VALUE
                   'W000COVERAGE WAIVED     '.
       01  TIER-TABLE-R REDEFINES TIER-TABLE.
           05  TIER-ENTRY OCCURS 5.
               10  TT-TIER-CODE           PIC X(1).
               10  TT-TIER-FACTOR         PIC 9V99.
               10  TT-TIER-NAME           PIC X(20).
      *
      * ONE SLOT PER POSSIBLE WIDGET-EMP-ID (0000-9999), SUBSCRIPTED
      * BY THE ID PLUS ONE: THE EMPLOYEE'S ELECTION, WHETHER THE
      * SEGFILE MATCHED IT, AND WHETHER THE EMPLOYEE IS STILL ON
      * THE SEGFILE AT ALL.
       01  ELECTION-TABLE-WS.
           05  ELECTION-ENTRY OCCURS 10000.
               10  ET-ELECTED             PIC X(1).
               10  ET-MATCHED             PIC X(1).
               10  ET-EMP-ON-FILE         PIC X(1).
               10  ET-PLAN-CODE           PIC X(2).
               10  ET-TIER                PIC X(1).
                   88  ET-WAIVE                   VALUE 'W'.
               10  ET-EFFECTIVE-DATE      PIC 9(8).
       01  SUBSCRIPTS-WS.
           05  ET-SUB                     PIC 9(5).
           05  PT-SUB                     PIC 9(2).
           05  PT-FOUND-SUB               PIC 9(2).
           05  TT-SUB                     PIC 9(2).
           05  TT-FOUND-SUB               PIC 9(2).
      *    DTEVAL EXPECTS MMDDCCYY, NOT OUR CCYYMMDD ORDER.
       01  DTEVAL-FIELDS-WS.
           05  DTEVAL-DATE-WS             PIC X(8).
           05  DTEVAL-RETCD-WS            PIC S9(4).
       01  CURRENT-DEPT-WS                PIC X(3).
       01  TERMINATION-DATE-WS            PIC 9(8).
       01  PRICING-WORK-WS.
           05  COVERAGE-AMOUNT-WS         PIC 9(7).
           05  MONTHLY-PREMIUM-WS         PIC 9(5)V99.
           05  EMPLOYEE-SHARE-WS          PIC 9(5)V99.
      *
      * WHAT THE CONFIRMATION STATEMENT AND EXCEPTIONS LIST PRINT
      * FOR THE EMPLOYEE IN HAND.
       01  ENROLLEE-WS.
           05  ENROLLEE-EMP-ID            PIC 9(4).
           05  ENROLLEE-FIRST-NAME        PIC X(10).
           05  ENROLLEE-LAST-NAME         PIC X(15).
           05  ENROLLEE-DEPARTMENT        PIC X(3).
           05  ENROLLEE-STATUS            PIC X(24).
       01  EXCEPTION-REASON-WS            PIC X(24).
       01  ENROLLMENT-COUNTS-WS.
           05  EMPLOYEES-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  ELECTIONS-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  POLICIES-ISSUED-COUNT      PIC 9(5) VALUE ZERO.
           05  POLICIES-ENDORSED-COUNT    PIC 9(5) VALUE ZERO.
           05  COVERAGE-WAIVED-COUNT      PIC 9(5) VALUE ZERO.
           05  BENEFITS-ENDED-COUNT       PIC 9(5) VALUE ZERO.
           05  EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.
       01  CONFIRM-HEADING-LINE.
           05  FILLER            PIC X(33) VALUE
                   "BENEFITS CONFIRMATION STATEMENT ".
           05  CH-DATE           PIC XXXX/XX/XX.
       01  CONFIRM-LINE-ONE.
           05  FILLER            PIC X(10) VALUE "EMPLOYEE  ".
           05  CS-EMP-ID         PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CS-FIRST-NAME     PIC X(11).
           05  CS-LAST-NAME      PIC X(16).
           05  FILLER            PIC X(5)  VALUE "DEPT ".
           05  CS-DEPARTMENT     PIC X(3).
       01  CONFIRM-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "  PLAN    ".
           05  CS-PLAN-CODE      PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  CS-PLAN-NAME      PIC X(10).
           05  FILLER            PIC X(12) VALUE "  COVERAGE  ".
           05  CS-TIER-NAME      PIC X(20).
           05  FILLER            PIC X(12) VALUE "  EFFECTIVE ".
           05  CS-EFFECTIVE      PIC XXXX/XX/XX.
       01  CONFIRM-LINE-THREE.
           05  FILLER            PIC X(10) VALUE "  POLICY  ".
           05  CS-POLICY-NO      PIC 9B999B999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CS-STATUS         PIC X(24).
           05  FILLER            PIC X(17) VALUE
                   "  COVERAGE AMOUNT".
           05  CS-COVERAGE       PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
       01  CONFIRM-LINE-FOUR.
           05  FILLER            PIC X(27) VALUE
                   "  MONTHLY PREMIUM          ".
           05  CS-PREMIUM        PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(28) VALUE
                   "   YOUR SHARE PER PAY PERIOD".
           05  CS-SHARE          PIC ZZ,ZZ9.99.
       01  EXCEPTION-HEADING-LINE.
           05  FILLER            PIC X(35) VALUE
                   "BENEFITS OPEN ENROLLMENT EXCEPTIONS".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  EH-DATE           PIC XXXX/XX/XX.
       01  EXCEPTION-DETAIL-LINE.
           05  EX-EMP-ID         PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  EX-FIRST-NAME     PIC X(11).
           05  EX-LAST-NAME      PIC X(16).
           05  EX-DEPARTMENT     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  EX-REASON         PIC X(24).
       01  ENROLLMENT-TOTALS-LINE-ONE.
           05  FILLER            PIC X(10) VALUE "EMPLOYEES ".
           05  TL-EMPLOYEES      PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  ELECTIONS ".
           05  TL-ELECTIONS      PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  EXCEPTIONS ".
           05  TL-EXCEPTIONS     PIC ZZZZ9.
       01  ENROLLMENT-TOTALS-LINE-TWO.
           05  FILLER            PIC X(10) VALUE "ISSUED    ".
           05  TL-ISSUED         PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE "  ENDORSED  ".
           05  TL-ENDORSED       PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  WAIVED  ".
           05  TL-WAIVED         PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  TERMINATED  ".
           05  TL-TERMINATED     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 150-LOAD-ELECTION UNTIL NO-MORE-ELECTIONS.
           PERFORM 200-PROCESS-RECORD UNTIL NO-MORE-SEG-RECORDS.
           PERFORM 250-CHECK-UNMATCHED-ELECTION
               VARYING ET-SUB FROM 1 BY 1
               UNTIL ET-SUB > 10000.
           PERFORM 270-TERMINATE-DEPARTED.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'BENENRL' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO CH-DATE, EH-DATE.
           MOVE 'BENENRL' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'EE-SHARE-PCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-PCT-VALUE-WS
               IF PARM-PCT-WS NUMERIC AND PARM-PCT-WS NOT > 100
                   MOVE PARM-PCT-WS TO EMPLOYEE-SHARE-PCT-WS
               END-IF
           END-IF.
           INITIALIZE ELECTION-TABLE-WS.
           PERFORM 300-OPEN-FILES.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE.
           PERFORM 410-READ-ELECTION.
           PERFORM 400-READ-SEGFILE.
      *
       150-LOAD-ELECTION.
      *
      *    A SECOND ELECTION FOR THE SAME EMPLOYEE IS LISTED, NOT
      *    APPLIED - THE FIRST ONE ON THE FILE STANDS.
           ADD 1 TO ELECTIONS-READ-COUNT.
           MOVE SPACES TO ENROLLEE-WS.
           IF BE-EMP-ID NOT NUMERIC
               MOVE ZERO TO ENROLLEE-EMP-ID
               MOVE 'BAD EMPLOYEE ID' TO EXCEPTION-REASON-WS
               PERFORM 650-WRITE-EXCEPTION
           ELSE
               COMPUTE ET-SUB = BE-EMP-ID + 1
               IF ET-ELECTED(ET-SUB) = 'Y'
                   MOVE BE-EMP-ID TO ENROLLEE-EMP-ID
                   MOVE 'DUPLICATE ELECTION' TO EXCEPTION-REASON-WS
                   PERFORM 650-WRITE-EXCEPTION
               ELSE
                   MOVE 'Y' TO ET-ELECTED(ET-SUB)
                   MOVE BE-PLAN-CODE TO ET-PLAN-CODE(ET-SUB)
                   MOVE BE-COVERAGE-TIER TO ET-TIER(ET-SUB)
                   MOVE BE-EFFECTIVE-DATE
                       TO ET-EFFECTIVE-DATE(ET-SUB)
               END-IF
           END-IF.
           PERFORM 410-READ-ELECTION.
      *
       200-PROCESS-RECORD.
      *
           EVALUATE REC-TYPE OF WIDGET-DEPT
               WHEN '01'
                   MOVE WIDGET-DEPARTMENT TO CURRENT-DEPT-WS
               WHEN '02'
                   PERFORM 500-ENROLL-EMPLOYEE
               WHEN OTHER
                   DISPLAY 'BENENRL: UNKNOWN SEGMENT TYPE - '
                       REC-TYPE OF WIDGET-DEPT
           END-EVALUATE.
           PERFORM 400-READ-SEGFILE.
      *
       250-CHECK-UNMATCHED-ELECTION.
      *
           IF ET-ELECTED(ET-SUB) = 'Y'
               AND ET-MATCHED(ET-SUB) NOT = 'Y'
               MOVE SPACES TO ENROLLEE-WS
               COMPUTE ENROLLEE-EMP-ID = ET-SUB - 1
               MOVE 'NOT ON EMPLOYEE FILE' TO EXCEPTION-REASON-WS
               PERFORM 650-WRITE-EXCEPTION
           END-IF.
      *
       270-TERMINATE-DEPARTED.
      *
      *    A STAFF POLICY WHOSE EMPLOYEE IS NO LONGER ON THE SEGFILE
      *    HAS LEFT - ITS BENEFITS END AS OF THE BUSINESS DATE.
           MOVE STAFF-POLICY-BASE TO PM-POLICY-NO.
           START POLMAST-FILE
               KEY IS NOT LESS THAN PM-POLICY-NO
               INVALID KEY
                   SET STAFF-POLICIES-DONE TO TRUE
           END-START.
           IF NOT STAFF-POLICIES-DONE
               PERFORM 420-READ-STAFF-POLICY
               PERFORM 280-CHECK-DEPARTED-EMPLOYEE
                   UNTIL STAFF-POLICIES-DONE
           END-IF.
      *
       280-CHECK-DEPARTED-EMPLOYEE.
      *
           COMPUTE ET-SUB = PM-POLICY-NO - STAFF-POLICY-BASE + 1.
           IF ET-EMP-ON-FILE(ET-SUB) NOT = 'Y'
               MOVE SPACES TO ENROLLEE-WS
               COMPUTE ENROLLEE-EMP-ID = ET-SUB - 1
               MOVE PM-FIRST-NAME TO ENROLLEE-FIRST-NAME
               MOVE PM-LAST-NAME TO ENROLLEE-LAST-NAME
               MOVE BD-BUSINESS-DATE TO TERMINATION-DATE-WS
               PERFORM 540-WRITE-TERMINATION
               MOVE ZERO TO COVERAGE-AMOUNT-WS, MONTHLY-PREMIUM-WS,
                            EMPLOYEE-SHARE-WS
               PERFORM 560-SET-BENEFIT-DEDUCTION
               ADD 1 TO BENEFITS-ENDED-COUNT
               MOVE 'BENEFITS TERMINATED' TO ENROLLEE-STATUS
               MOVE SPACES TO CS-PLAN-CODE, CS-PLAN-NAME
               MOVE 'EMPLOYEE SEPARATED' TO CS-TIER-NAME
               MOVE TERMINATION-DATE-WS TO CS-EFFECTIVE
               PERFORM 600-PRINT-CONFIRMATION
           END-IF.
           PERFORM 420-READ-STAFF-POLICY.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT SEGFILE.
           IF NOT SEGFILE-OK
               DISPLAY 'SEGMENTED HR FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SEGMENTED HR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN INPUT ELECTION-FILE.
           IF NOT ELECTION-OK
               DISPLAY 'BENEFIT ELECTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'BENEFIT ELECTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'BENELECT' TO EL-FILE-NAME
               MOVE ELECTION-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT POLMAST-FILE.
           IF NOT POLMAST-OK
               DISPLAY 'POLICY MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POLICY MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POLMAST' TO EL-FILE-NAME
               MOVE POLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O DEDMAST-FILE.
           IF NOT DEDMAST-OK
               DISPLAY 'DEDUCTION MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'DEDUCTION MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DEDMAST' TO EL-FILE-NAME
               MOVE DEDMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT NEWPOL-FILE.
           IF NOT NEWPOL-OK
               DISPLAY 'NEW POLICY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW POLICY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'NEWPOL' TO EL-FILE-NAME
               MOVE NEWPOL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT POLTRAN-FILE.
           IF NOT POLTRAN-OK
               DISPLAY 'POLICY TRANSACTION FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POLICY TRANSACTION FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT CONFIRM-FILE.
           IF NOT CONFIRM-OK
               DISPLAY 'CONFIRMATION STATEMENT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONFIRMATION STATEMENT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT EXCEPTION-OK
               DISPLAY 'ENROLLMENT EXCEPTIONS OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'ENROLLMENT EXCEPTIONS OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-SEGFILE.
      *
           READ SEGFILE
               AT END
                   SET NO-MORE-SEG-RECORDS TO TRUE
           END-READ.
      *
       410-READ-ELECTION.
      *
           READ ELECTION-FILE
               AT END
                   SET NO-MORE-ELECTIONS TO TRUE
           END-READ.
      *
       420-READ-STAFF-POLICY.
      *
           READ POLMAST-FILE NEXT RECORD
               AT END
                   SET STAFF-POLICIES-DONE TO TRUE
           END-READ.
           IF NOT STAFF-POLICIES-DONE
               IF PM-POLICY-NO > STAFF-POLICY-LAST
                   SET STAFF-POLICIES-DONE TO TRUE
               END-IF
           END-IF.
      *
       460-FIND-PLAN.
      *
           IF PT-PLAN-CODE(PT-SUB) = ET-PLAN-CODE(ET-SUB)
               MOVE PT-SUB TO PT-FOUND-SUB
           END-IF.
      *
       470-FIND-TIER.
      *
           IF TT-TIER-CODE(TT-SUB) = ET-TIER(ET-SUB)
               MOVE TT-SUB TO TT-FOUND-SUB
           END-IF.
      *
       500-ENROLL-EMPLOYEE.
      *
           ADD 1 TO EMPLOYEES-READ-COUNT.
           MOVE SPACES TO ENROLLEE-WS.
           MOVE WIDGET-EMP-ID TO ENROLLEE-EMP-ID.
           MOVE EMP-FIRST-NAME TO ENROLLEE-FIRST-NAME.
           MOVE EMP-LAST-NAME TO ENROLLEE-LAST-NAME.
           MOVE CURRENT-DEPT-WS TO ENROLLEE-DEPARTMENT.
           COMPUTE ET-SUB = WIDGET-EMP-ID + 1.
           MOVE 'Y' TO ET-EMP-ON-FILE(ET-SUB).
           IF ET-ELECTED(ET-SUB) NOT = 'Y'
               MOVE 'NO ELECTION ON FILE' TO EXCEPTION-REASON-WS
               PERFORM 650-WRITE-EXCEPTION
           ELSE
               MOVE 'Y' TO ET-MATCHED(ET-SUB)
               PERFORM 510-EDIT-ELECTION
               IF EXCEPTION-REASON-WS = SPACES
                   PERFORM 520-APPLY-ELECTION
               ELSE
                   PERFORM 650-WRITE-EXCEPTION
               END-IF
           END-IF.
      *
       510-EDIT-ELECTION.
      *
           MOVE SPACES TO EXCEPTION-REASON-WS.
           MOVE ZERO TO PT-FOUND-SUB, TT-FOUND-SUB.
           PERFORM 460-FIND-PLAN
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > 3 OR PT-FOUND-SUB > ZERO.
           PERFORM 470-FIND-TIER
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > 5 OR TT-FOUND-SUB > ZERO.
           MOVE 9 TO DTEVAL-RETCD-WS.
           IF ET-EFFECTIVE-DATE(ET-SUB) NUMERIC
               MOVE ET-EFFECTIVE-DATE(ET-SUB)(5:2)
                   TO DTEVAL-DATE-WS(1:2)
               MOVE ET-EFFECTIVE-DATE(ET-SUB)(7:2)
                   TO DTEVAL-DATE-WS(3:2)
               MOVE ET-EFFECTIVE-DATE(ET-SUB)(1:4)
                   TO DTEVAL-DATE-WS(5:4)
               CALL 'DTEVAL' USING DTEVAL-DATE-WS, DTEVAL-RETCD-WS
           END-IF.
           EVALUATE TRUE
               WHEN TT-FOUND-SUB = ZERO
                   MOVE 'BAD COVERAGE TIER' TO EXCEPTION-REASON-WS
               WHEN PT-FOUND-SUB = ZERO AND NOT ET-WAIVE(ET-SUB)
                   MOVE 'UNKNOWN PLAN CODE' TO EXCEPTION-REASON-WS
               WHEN DTEVAL-RETCD-WS NOT = ZERO
                   MOVE 'BAD EFFECTIVE DATE' TO EXCEPTION-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       520-APPLY-ELECTION.
      *
           COMPUTE STAFF-POLICY-NO-WS =
               STAFF-POLICY-BASE + WIDGET-EMP-ID.
           MOVE 'Y' TO POLICY-ON-FILE-WS.
           MOVE STAFF-POLICY-NO-WS TO PM-POLICY-NO.
           READ POLMAST-FILE
               INVALID KEY
                   MOVE 'N' TO POLICY-ON-FILE-WS
           END-READ.
           MOVE ZERO TO COVERAGE-AMOUNT-WS, MONTHLY-PREMIUM-WS,
                        EMPLOYEE-SHARE-WS.
           IF ET-WAIVE(ET-SUB)
               IF POLICY-ON-FILE
                   MOVE ET-EFFECTIVE-DATE(ET-SUB)
                       TO TERMINATION-DATE-WS
                   PERFORM 540-WRITE-TERMINATION
                   ADD 1 TO BENEFITS-ENDED-COUNT
                   MOVE 'WAIVED - POLICY ENDED' TO ENROLLEE-STATUS
               ELSE
                   ADD 1 TO COVERAGE-WAIVED-COUNT
                   MOVE 'COVERAGE WAIVED' TO ENROLLEE-STATUS
               END-IF
           ELSE
      *        PRICED LIKE PREMBILL PRICES ANY POLICY: THE MONTHLY
      *        RATE FOR THE POLICY-TYPE AGAINST THE POLICY AMOUNT.
               COMPUTE COVERAGE-AMOUNT-WS ROUNDED =
                   PT-COVERAGE-AMOUNT(PT-FOUND-SUB)
                   * TT-TIER-FACTOR(TT-FOUND-SUB)
               COMPUTE MONTHLY-PREMIUM-WS ROUNDED =
                   COVERAGE-AMOUNT-WS * PREMIUM-RATE(1)
               COMPUTE EMPLOYEE-SHARE-WS ROUNDED =
                   MONTHLY-PREMIUM-WS * EMPLOYEE-SHARE-PCT-WS / 100
               IF POLICY-ON-FILE
                   PERFORM 530-WRITE-ENDORSEMENT
                   ADD 1 TO POLICIES-ENDORSED-COUNT
                   MOVE 'POLICY ENDORSED' TO ENROLLEE-STATUS
               ELSE
                   PERFORM 535-WRITE-NEW-POLICY
                   ADD 1 TO POLICIES-ISSUED-COUNT
                   MOVE 'POLICY ISSUED' TO ENROLLEE-STATUS
               END-IF
           END-IF.
           PERFORM 560-SET-BENEFIT-DEDUCTION.
           MOVE ET-PLAN-CODE(ET-SUB) TO CS-PLAN-CODE.
           IF PT-FOUND-SUB > ZERO
               MOVE PT-PLAN-NAME(PT-FOUND-SUB) TO CS-PLAN-NAME
           ELSE
               MOVE SPACES TO CS-PLAN-NAME
           END-IF.
           MOVE TT-TIER-NAME(TT-FOUND-SUB) TO CS-TIER-NAME.
           MOVE ET-EFFECTIVE-DATE(ET-SUB) TO CS-EFFECTIVE.
           PERFORM 600-PRINT-CONFIRMATION.
      *
       530-WRITE-ENDORSEMENT.
      *
      *    THE FULL POLICY IMAGE AS IT STANDS, WITH THE NEW
      *    ELECTION'S COVERAGE - POLMNT JOURNALS THE BEFORE IMAGE.
           MOVE EMP-LAST-NAME TO PM-LAST-NAME.
           MOVE EMP-FIRST-NAME TO PM-FIRST-NAME.
           MOVE COVERAGE-AMOUNT-WS TO PM-POLICY-AMOUNT.
           MOVE PT-COINSURANCE(PT-FOUND-SUB) TO PM-POLICY-COINSURANCE.
           MOVE 'C' TO PL-FUNCTION-CODE.
           MOVE ET-EFFECTIVE-DATE(ET-SUB) TO PL-EFFECTIVE-DATE.
           MOVE POLICY-MASTER-RECORD TO PL-POLICY-DATA.
           PERFORM 545-WRITE-POLICY-TRAN.
      *
       535-WRITE-NEW-POLICY.
      *
           MOVE STAFF-POLICY-NO-WS TO NP-POLICY-NO.
           MOVE EMP-LAST-NAME TO NP-LAST-NAME.
           MOVE EMP-FIRST-NAME TO NP-FIRST-NAME.
           MOVE 1 TO NP-POLICY-TYPE.
           MOVE ET-EFFECTIVE-DATE(ET-SUB) TO NP-BENEFIT-DATE.
           MOVE COVERAGE-AMOUNT-WS TO NP-POLICY-AMOUNT.
           MOVE PT-COINSURANCE(PT-FOUND-SUB) TO NP-COINSURANCE.
           WRITE NEW-POLICY-RECORD.
           IF NOT NEWPOL-OK
               DISPLAY 'NEW POLICY FILE WRITE PROBLEM'
               MOVE '535-WRITE-NEW-POLICY'
                  TO EL-PARAGRAPH
               MOVE 'NEW POLICY FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'NEWPOL' TO EL-FILE-NAME
               MOVE NEWPOL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       540-WRITE-TERMINATION.
      *
      *    A BENEFIT TERMINATION IS A POLMNT DELETE, SO THE ENDED
      *    POLICY STILL REACHES THE ENDORSEMENT HISTORY.
           MOVE 'D' TO PL-FUNCTION-CODE.
           MOVE TERMINATION-DATE-WS TO PL-EFFECTIVE-DATE.
           MOVE POLICY-MASTER-RECORD TO PL-POLICY-DATA.
           PERFORM 545-WRITE-POLICY-TRAN.
      *
       545-WRITE-POLICY-TRAN.
      *
           WRITE POL-TRAN-RECORD.
           IF NOT POLTRAN-OK
               DISPLAY 'POLICY TRANSACTION FILE WRITE PROBLEM'
               MOVE '545-WRITE-POLICY-TRAN'
                  TO EL-PARAGRAPH
               MOVE 'POLICY TRANSACTION FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       560-SET-BENEFIT-DEDUCTION.
      *
      *    THE EMPLOYEE'S PREMIUM SHARE IS THE PER-PERIOD BENEFIT
      *    DEDUCTION.  AN EMPLOYEE NEW TO DEDMAST GETS A RECORD WITH
      *    NO TAX OR GARNISHMENT UNTIL PAYROLL KEYS THEM.
           MOVE ENROLLEE-EMP-ID TO DM-EMP-ID.
           READ DEDMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DEDMAST-OK
               MOVE EMPLOYEE-SHARE-WS TO DM-BENEFIT-AMOUNT
               REWRITE DEDUCTION-MASTER-RECORD
           ELSE
               IF EMPLOYEE-SHARE-WS > ZERO
                   MOVE SPACES TO DEDUCTION-MASTER-RECORD
                   MOVE ENROLLEE-EMP-ID TO DM-EMP-ID
                   MOVE ZERO TO DM-TAX-PERCENT, DM-GARNISH-AMOUNT
                   MOVE EMPLOYEE-SHARE-WS TO DM-BENEFIT-AMOUNT
                   WRITE DEDUCTION-MASTER-RECORD
               ELSE
                   MOVE '00' TO DEDMAST-ST
               END-IF
           END-IF.
           IF NOT DEDMAST-OK
               DISPLAY 'DEDUCTION MASTER UPDATE PROBLEM'
               MOVE '560-SET-BENEFIT-DEDUCTION'
                  TO EL-PARAGRAPH
               MOVE 'DEDUCTION MASTER UPDATE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'DEDMAST' TO EL-FILE-NAME
               MOVE DEDMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-PRINT-CONFIRMATION.
      *
           WRITE CONFIRM-LINE FROM CONFIRM-HEADING-LINE.
           MOVE ENROLLEE-EMP-ID TO CS-EMP-ID.
           MOVE ENROLLEE-FIRST-NAME TO CS-FIRST-NAME.
           MOVE ENROLLEE-LAST-NAME TO CS-LAST-NAME.
           MOVE ENROLLEE-DEPARTMENT TO CS-DEPARTMENT.
           WRITE CONFIRM-LINE FROM CONFIRM-LINE-ONE.
           WRITE CONFIRM-LINE FROM CONFIRM-LINE-TWO.
           MOVE PM-POLICY-NO TO CS-POLICY-NO.
           INSPECT CS-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE ENROLLEE-STATUS TO CS-STATUS.
           MOVE COVERAGE-AMOUNT-WS TO CS-COVERAGE.
           WRITE CONFIRM-LINE FROM CONFIRM-LINE-THREE.
           MOVE MONTHLY-PREMIUM-WS TO CS-PREMIUM.
           MOVE EMPLOYEE-SHARE-WS TO CS-SHARE.
           WRITE CONFIRM-LINE FROM CONFIRM-LINE-FOUR.
           MOVE SPACES TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
      *
       650-WRITE-EXCEPTION.
      *
           ADD 1 TO EXCEPTION-COUNT.
           MOVE ENROLLEE-EMP-ID TO EX-EMP-ID.
           MOVE ENROLLEE-FIRST-NAME TO EX-FIRST-NAME.
           MOVE ENROLLEE-LAST-NAME TO EX-LAST-NAME.
           MOVE ENROLLEE-DEPARTMENT TO EX-DEPARTMENT.
           MOVE EXCEPTION-REASON-WS TO EX-REASON.
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE EMPLOYEES-READ-COUNT TO TL-EMPLOYEES.
           MOVE ELECTIONS-READ-COUNT TO TL-ELECTIONS.
           MOVE EXCEPTION-COUNT TO TL-EXCEPTIONS.
           MOVE POLICIES-ISSUED-COUNT TO TL-ISSUED.
           MOVE POLICIES-ENDORSED-COUNT TO TL-ENDORSED.
           MOVE COVERAGE-WAIVED-COUNT TO TL-WAIVED.
           MOVE BENEFITS-ENDED-COUNT TO TL-TERMINATED.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           WRITE EXCEPTION-LINE FROM ENROLLMENT-TOTALS-LINE-ONE.
           WRITE EXCEPTION-LINE FROM ENROLLMENT-TOTALS-LINE-TWO.
           DISPLAY 'BENENRL: ENROLLMENT EXCEPTIONS ' EXCEPTION-COUNT.
      *
       900-WRAP-UP.
           CLOSE SEGFILE, ELECTION-FILE, POLMAST-FILE, DEDMAST-FILE,
                 NEWPOL-FILE, POLTRAN-FILE, CONFIRM-FILE,
                 EXCEPTION-FILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

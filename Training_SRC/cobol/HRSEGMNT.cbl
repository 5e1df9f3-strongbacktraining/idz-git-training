      * out resequenced, each department header followed by its own    *
      * employees.  An activity report shows every applied and         *
      * rejected transaction.  Nobody hand-edits the dataset again.    *
      * An employee add or change must carry a valid pay type, and an  *
      * hourly employee a non-zero hourly rate.  Birth and hire dates  *
      * are edited through DTEVAL - both are required on an add, a     *
      * change may leave either at zero until HR has it, and the hire  *
      * date may not fall before the birth date.                       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
       DATA DIVISION.
       FILE SECTION.
       FD  SEGFILE-IN
           RECORD CONTAINS 77 CHARACTERS.
           COPY SEGREC.
      *
       FD  TRANFILE
           RECORD CONTAINS 81 CHARACTERS.
       01  HR-TRAN-RECORD.
           05  HT-FUNCTION-CODE          PIC X(1).
               88  HT-ADD                        VALUE 'A'.
               88  HT-CHANGE                     VALUE 'C'.
               88  HT-DELETE                     VALUE 'D'.
           05  HT-DEPT-CODE              PIC X(3).
           05  HT-RECORD-IMAGE           PIC X(77).
       01  HT-IMAGE-FIELDS REDEFINES HR-TRAN-RECORD.
           05  FILLER                    PIC X(4).
           05  HT-REC-TYPE               PIC X(2).
               88  HT-EMP-RECORD                 VALUE '02'.
           05  HT-EMP-ID                 PIC X(4).
           05  FILLER                    PIC X(49).
           05  HT-PAY-TYPE               PIC X(1).
               88  HT-PAY-TYPE-VALID             VALUE 'S' 'H' ' '.
               88  HT-HOURLY-PAY                 VALUE 'H'.
           05  HT-HOURLY-RATE            PIC 999V99.
           05  HT-BIRTH-DATE             PIC 9(8).
           05  HT-HIRE-DATE              PIC 9(8).
      *
       FD  SEGFILE-OUT
           RECORD CONTAINS 77 CHARACTERS.
       01  SEGFILE-OUT-RECORD            PIC X(77).
      *
       FD  REPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
               88  NO-MORE-SEG-RECORDS             VALUE 'Y'.
           05  TRANFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-TRANSACTIONS            VALUE 'Y'.
           05  BIRTH-DATE-WS              PIC X(1).
               88  BIRTH-DATE-OK                   VALUE 'Y'.
           05  HIRE-DATE-WS               PIC X(1).
               88  HIRE-DATE-OK                    VALUE 'Y'.
       01  LOAD-DEPT-WS                   PIC X(3) VALUE SPACES.
      *
      * IN-STORAGE COPY OF THE SEGMENTED FILE.  DEPARTMENTS AND
           05  DEPT-COUNT                 PIC 9(3) VALUE ZERO.
           05  DEPT-ENTRY OCCURS 100.
               10  DP-DEPT-CODE           PIC X(3).
               10  DP-RECORD-IMAGE        PIC X(77).
               10  DP-ACTIVE-WS           PIC X(1).
       01  EMP-TABLE-WS.
           05  EMP-COUNT                  PIC 9(4) VALUE ZERO.
           05  EMP-ENTRY OCCURS 2000.
               10  EM-DEPT-CODE           PIC X(3).
               10  EM-EMP-ID              PIC X(4).
               10  EM-RECORD-IMAGE        PIC X(77).
               10  EM-ACTIVE-WS           PIC X(1).
       01  SUBSCRIPTS-WS.
           05  DP-SUB                     PIC 9(3).
           05  EM-SUB                     PIC 9(4).
           05  EM-FOUND-SUB               PIC 9(4).
           05  EM-LIVE-COUNT              PIC 9(4).
      *    DTEVAL EXPECTS MMDDCCYY, NOT OUR CCYYMMDD ORDER.  ITS
      *    DEFAULT 1990-2050 WINDOW IS TOO NARROW FOR BIRTH DATES,
      *    SO AN EXPLICIT, WIDER WINDOW IS PASSED.
       01  DTEVAL-FIELDS-WS.
           05  DTEVAL-DATE-WS             PIC X(8).
           05  DTEVAL-RETCD-WS            PIC S9(4).
           05  DTEVAL-MIN-YEAR-WS         PIC 9(4) VALUE 1900.
           05  DTEVAL-MAX-YEAR-WS         PIC 9(4) VALUE 2099.
       01  TRAN-COUNTS-WS.
           05  TRAN-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
           05  TRAN-ERROR-COUNT           PIC 9(5) VALUE ZERO.
                   MOVE EM-SUB TO EM-FOUND-SUB
               END-IF
           END-PERFORM.
      *
       470-EDIT-DATES.
      *
      *    A ZERO DATE IS ONE HR HAS NOT KEYED YET - IT PASSES HERE
      *    AND THE ADD REJECTS IT SEPARATELY.
           MOVE 'Y' TO BIRTH-DATE-WS, HIRE-DATE-WS.
           IF HT-BIRTH-DATE NOT NUMERIC
               MOVE 'N' TO BIRTH-DATE-WS
           ELSE
               IF HT-BIRTH-DATE NOT = ZERO
                   MOVE HT-BIRTH-DATE(5:2) TO DTEVAL-DATE-WS(1:2)
                   MOVE HT-BIRTH-DATE(7:2) TO DTEVAL-DATE-WS(3:2)
                   MOVE HT-BIRTH-DATE(1:4) TO DTEVAL-DATE-WS(5:4)
                   CALL 'DTEVAL' USING DTEVAL-DATE-WS, DTEVAL-RETCD-WS,
                       OMITTED, DTEVAL-MIN-YEAR-WS, DTEVAL-MAX-YEAR-WS
                   IF DTEVAL-RETCD-WS NOT = ZERO
                       MOVE 'N' TO BIRTH-DATE-WS
                   END-IF
               END-IF
           END-IF.
           IF HT-HIRE-DATE NOT NUMERIC
               MOVE 'N' TO HIRE-DATE-WS
           ELSE
               IF HT-HIRE-DATE NOT = ZERO
                   MOVE HT-HIRE-DATE(5:2) TO DTEVAL-DATE-WS(1:2)
                   MOVE HT-HIRE-DATE(7:2) TO DTEVAL-DATE-WS(3:2)
                   MOVE HT-HIRE-DATE(1:4) TO DTEVAL-DATE-WS(5:4)
                   CALL 'DTEVAL' USING DTEVAL-DATE-WS, DTEVAL-RETCD-WS,
                       OMITTED, DTEVAL-MIN-YEAR-WS, DTEVAL-MAX-YEAR-WS
                   IF DTEVAL-RETCD-WS NOT = ZERO
                       MOVE 'N' TO HIRE-DATE-WS
                   END-IF
               END-IF
           END-IF.
      *
       500-APPLY-DEPT-TRANSACTION.
      *
      *
      *    EVERY '02' MUST LAND UNDER AN EXISTING '01'.
           PERFORM 450-FIND-DEPARTMENT.
           PERFORM 470-EDIT-DATES.
           EVALUATE TRUE
               WHEN EM-FOUND-SUB > ZERO
                   MOVE 'REJECTED - EMP EXISTS' TO REPORT-STATUS-WS
               WHEN DP-FOUND-SUB = ZERO
                   MOVE 'REJECTED - NO SUCH DEPT' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT HT-PAY-TYPE-VALID
                   MOVE 'REJECTED - PAY TYPE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN HT-HOURLY-PAY
                   AND (HT-HOURLY-RATE NOT NUMERIC
                        OR HT-HOURLY-RATE = ZERO)
                   MOVE 'REJECTED - NO HOURLY RATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT BIRTH-DATE-OK OR HT-BIRTH-DATE = ZERO
                   MOVE 'REJECTED - BIRTH DATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT HIRE-DATE-OK OR HT-HIRE-DATE = ZERO
                   MOVE 'REJECTED - HIRE DATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN HT-HIRE-DATE < HT-BIRTH-DATE
                   MOVE 'REJECTED - HIRE BEFORE BIRTH'
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN OTHER
                   IF EMP-COUNT >= 2000
                       DISPLAY 'HRSEGMNT: EMPLOYEE TABLE OVERFLOW'
      *    A CHANGE CARRYING A DIFFERENT DEPARTMENT CODE IS A
      *    TRANSFER - STILL ONLY TO A DEPARTMENT THAT EXISTS.
           PERFORM 450-FIND-DEPARTMENT.
           PERFORM 470-EDIT-DATES.
           EVALUATE TRUE
               WHEN EM-FOUND-SUB = ZERO
                   MOVE 'REJECTED - EMP NOT FOUND' TO REPORT-STATUS-WS
               WHEN DP-FOUND-SUB = ZERO
                   MOVE 'REJECTED - NO SUCH DEPT' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT HT-PAY-TYPE-VALID
                   MOVE 'REJECTED - PAY TYPE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN HT-HOURLY-PAY
                   AND (HT-HOURLY-RATE NOT NUMERIC
                        OR HT-HOURLY-RATE = ZERO)
                   MOVE 'REJECTED - NO HOURLY RATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT BIRTH-DATE-OK
                   MOVE 'REJECTED - BIRTH DATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN NOT HIRE-DATE-OK
                   MOVE 'REJECTED - HIRE DATE' TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN HT-HIRE-DATE < HT-BIRTH-DATE
                   AND HT-BIRTH-DATE NOT = ZERO
                   AND HT-HIRE-DATE NOT = ZERO
                   MOVE 'REJECTED - HIRE BEFORE BIRTH'
                       TO REPORT-STATUS-WS
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN OTHER
                   MOVE HT-DEPT-CODE TO EM-DEPT-CODE(EM-FOUND-SUB)
                   MOVE HT-RECORD-IMAGE

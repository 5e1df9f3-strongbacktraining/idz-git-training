      ******************************************************************
      * PATMCONV                                                       *
      * One-time conversion of the patient master from the old 80-byte *
      * PATIENT layout to the 100-byte layout that adds the insured-   *
      * member link (CUST-ID and policy number) and the infection-     *
      * control isolation type - more than the old two bytes of filler *
      * could hold.  Reads a sequential unload of the old file (which  *
      * is in patient-id order), carries every old field across, loads *
      * the new indexed PATMST, and prints a conversion audit report   *
      * with in/out counts that must match.  A converted patient is    *
      * self-pay and not on isolation until PATMNT says otherwise.     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PATMAST-FILE
               ASSIGN TO UT-S-PATMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDPAT-ST.
           SELECT PATMAST-FILE
               ASSIGN TO UT-S-PATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO PATMCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PATMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED PATIENT.cpy LAYOUT.
       01  OLD-PATIENT-MASTER-RECORD.
           05  OPT-PATIENT-ID            PIC X(08).
           05  OPT-PATIENT-NAME          PIC X(25).
           05  OPT-BIRTH-DATE            PIC 9(08).
           05  OPT-SEX                   PIC X(01).
           05  OPT-ADDR                  PIC X(20).
           05  OPT-CITY                  PIC X(14).
           05  OPT-STATE                 PIC X(02).
           05  FILLER                    PIC X(02).
      *
       FD  PATMAST-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDPAT-ST                  PIC X(2).
               88  OLDPAT-OK                      VALUE '00'.
           05  PATMAST-ST                 PIC X(2).
               88  PATMAST-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDPAT-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-PATIENTS            VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(32) VALUE
                   "PATIENT MASTER CONVERSION REPORT".
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(13) VALUE "RECORDS READ ".
           05  RT-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE "WRITTEN ".
           05  RT-WRITTEN-COUNT  PIC ZZZZZZ9.
       01  REPORT-BALANCE-LINE.
           05  FILLER            PIC X(20) VALUE "CONVERSION BALANCE: ".
           05  RB-STATUS         PIC X(14).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CONVERT-PATIENT UNTIL NO-MORE-OLD-PATIENTS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-PATIENT.
      *
       200-CONVERT-PATIENT.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-PATIENT.
           PERFORM 400-READ-OLD-PATIENT.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-PATMAST-FILE.
           IF NOT OLDPAT-OK
               DISPLAY 'OLD PATIENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD PATIENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMIN' TO EL-FILE-NAME
               MOVE OLDPAT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PATMAST-FILE.
           IF NOT PATMAST-OK
               DISPLAY 'NEW PATIENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW PATIENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMST' TO EL-FILE-NAME
               MOVE PATMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-PATIENT.
      *
           READ OLD-PATMAST-FILE
               AT END
                   SET NO-MORE-OLD-PATIENTS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-PATIENT.
      *
           MOVE SPACES TO PATIENT-MASTER-RECORD.
           MOVE OPT-PATIENT-ID      TO PT-PATIENT-ID.
           MOVE OPT-PATIENT-NAME    TO PT-PATIENT-NAME.
           MOVE OPT-BIRTH-DATE      TO PT-BIRTH-DATE.
           MOVE OPT-SEX             TO PT-SEX.
           MOVE OPT-ADDR            TO PT-ADDR.
           MOVE OPT-CITY            TO PT-CITY.
           MOVE OPT-STATE           TO PT-STATE.
      *    NO MEMBER LINK - SPACES AND ZERO ARE A SELF-PAY PATIENT.
      *    THE ISOLATION TYPE STAYS SPACE, NOT ISOLATED.
           MOVE ZERO                TO PT-MEMBER-POLICY-NO.
           WRITE PATIENT-MASTER-RECORD.
           IF PATMAST-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW PATIENT MASTER FILE WRITE PROBLEM'
                   ' - PATIENT ' OPT-PATIENT-ID
               MOVE '500-WRITE-NEW-PATIENT'
                  TO EL-PARAGRAPH
               MOVE 'NEW PATIENT MASTER FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMST' TO EL-FILE-NAME
               MOVE PATMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN
           END-IF.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE RECORDS-READ-COUNT        TO RT-READ-COUNT.
           MOVE RECORDS-WRITTEN-COUNT     TO RT-WRITTEN-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTALS-LINE.
           IF RECORDS-READ-COUNT = RECORDS-WRITTEN-COUNT
               MOVE 'IN BALANCE'     TO RB-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-STATUS
           END-IF.
           WRITE REPORT-LINE FROM REPORT-BALANCE-LINE.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY 'PATMCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'PATMCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-PATMAST-FILE, PATMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'PATMCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

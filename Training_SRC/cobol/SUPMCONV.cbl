      ******************************************************************
      * SUPMCONV                                                       *
      * One-time conversion of the supplier name-and-address master    *
      * from the old 90-byte SUPLMAST layout to the 112-byte layout    *
      * that adds the supplier's invoicing currency and its 1099 tax   *
      * identity (TIN, TIN type, W-9 received date and 1099 form type) *
      * - more than the old two bytes of filler could hold.  Reads a   *
      * sequential unload of the old file (which is in supplier-number *
      * order), carries every old field across, loads the new indexed  *
      * SUPLMST, and prints a conversion audit report with in/out      *
      * counts that must match.  A converted supplier is paid in the   *
      * functional currency and is not 1099-reportable until SUPLMNT   *
      * keys its tax identity.                                         *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMCONV.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUPLMAST-FILE
               ASSIGN TO UT-S-SUPMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDSUP-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO SUPMCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SUPLMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
      * THE OLD LAYOUT, KEPT INLINE HERE ONLY - EVERY OTHER
      * PROGRAM NOW USES THE WIDENED SUPLMAST.cpy LAYOUT.
       01  OLD-SUPPLIER-MASTER-RECORD.
           05  OSM-SUPPLR-NO             PIC X(03).
           05  OSM-NAME                  PIC X(25).
           05  OSM-ADDR                  PIC X(20).
           05  OSM-CITY                  PIC X(14).
           05  OSM-STATE                 PIC X(02).
           05  OSM-PAYMENT-TERMS         PIC X(03).
           05  OSM-CONTACT               PIC X(20).
           05  OSM-APPROVAL-STATUS       PIC X(01).
           05  FILLER                    PIC X(02).
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  PRINTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  OLDSUP-ST                  PIC X(2).
               88  OLDSUP-OK                      VALUE '00'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  OLDSUP-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-OLD-SUPPLIERS           VALUE 'Y'.
       01  CONVERSION-COUNTS-WS.
           05  RECORDS-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(33) VALUE
                   "SUPPLIER MASTER CONVERSION REPORT".
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
           PERFORM 200-CONVERT-SUPPLIER UNTIL NO-MORE-OLD-SUPPLIERS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           PERFORM 300-OPEN-FILES.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-OLD-SUPPLIER.
      *
       200-CONVERT-SUPPLIER.
      *
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 500-WRITE-NEW-SUPPLIER.
           PERFORM 400-READ-OLD-SUPPLIER.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT OLD-SUPLMAST-FILE.
           IF NOT OLDSUP-OK
               DISPLAY 'OLD SUPPLIER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'OLD SUPPLIER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPMIN' TO EL-FILE-NAME
               MOVE OLDSUP-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT SUPLMAST-FILE.
           IF NOT SUPLMAST-OK
               DISPLAY 'NEW SUPPLIER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'NEW SUPPLIER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLMST' TO EL-FILE-NAME
               MOVE SUPLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CONVERSION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CONVERSION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPMCRPT' TO EL-FILE-NAME
               MOVE PRINTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       400-READ-OLD-SUPPLIER.
      *
           READ OLD-SUPLMAST-FILE
               AT END
                   SET NO-MORE-OLD-SUPPLIERS TO TRUE
           END-READ.
      *
       500-WRITE-NEW-SUPPLIER.
      *
           MOVE SPACES TO SUPPLIER-MASTER-RECORD.
           MOVE OSM-SUPPLR-NO       TO SM-SUPPLR-NO.
           MOVE OSM-NAME            TO SM-NAME.
           MOVE OSM-ADDR            TO SM-ADDR.
           MOVE OSM-CITY            TO SM-CITY.
           MOVE OSM-STATE           TO SM-STATE.
           MOVE OSM-PAYMENT-TERMS   TO SM-PAYMENT-TERMS.
           MOVE OSM-CONTACT         TO SM-CONTACT.
           MOVE OSM-APPROVAL-STATUS TO SM-APPROVAL-STATUS.
      *    CURRENCY, TIN, TIN TYPE AND 1099 TYPE STAY SPACES - THE
      *    FUNCTIONAL CURRENCY AND NOT REPORTABLE.  ZERO MARKS THE
      *    W-9 AS NOT ON FILE.
           MOVE ZERO                TO SM-W9-DATE.
           WRITE SUPPLIER-MASTER-RECORD.
           IF SUPLMAST-OK
               ADD 1 TO RECORDS-WRITTEN-COUNT
           ELSE
               DISPLAY 'NEW SUPPLIER MASTER FILE WRITE PROBLEM'
                   ' - SUPPLIER ' OSM-SUPPLR-NO
               MOVE '500-WRITE-NEW-SUPPLIER'
                  TO EL-PARAGRAPH
               MOVE 'NEW SUPPLIER MASTER FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLMST' TO EL-FILE-NAME
               MOVE SUPLMAST-ST TO EL-FILE-STATUS
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
               DISPLAY 'SUPMCONV: CONVERSION OUT OF BALANCE'
               MOVE '700-WRITE-TOTALS-LINES'
                  TO EL-PARAGRAPH
               MOVE 'SUPMCONV: CONVERSION OUT OF BALANCE'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
      *
       900-WRAP-UP.
           CLOSE OLD-SUPLMAST-FILE, SUPLMAST-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'SUPMCONV' TO EL-PROGRAM-ID.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * SUPL1099                                                       *
      * Year-end supplier 1099 run.  Every supplier payment the        *
      * treasury hub issued in the tax year is totalled from PAYMAST   *
      * by supplier, the backup withholding SUPLREM took is added      *
      * back from the BKUPWHLD history (PAYMAST holds the net check),  *
      * and each supplier the master marks 1099-reportable - 'N' NEC   *
      * or 'R' rents - whose reportable total reaches the control-     *
      * card minimum, or who had any tax withheld, is filed: a         *
      * recipient statement (copy B, TIN truncated) goes to the        *
      * statement file, and a payee 'B' record goes to the electronic  *
      * filing file in the 750-byte T/A/B/C/F layout, one A-B-C        *
      * group per form type.  The filing register lists every          *
      * supplier filed and every supplier paid but not filed, with     *
      * the reason, so the exceptions are cleared before transmission. *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (F1099RPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPL1099.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F1099-CONTROL-FILE
               ASSIGN TO UT-S-F1099CTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS F1099CTL-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT BACKUP-WITHHOLDING-FILE
               ASSIGN TO UT-S-BKUPWHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKUPWHLD-ST.
           SELECT SUPLMAST-FILE
               ASSIGN TO UT-S-SUPLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPPLR-NO
               FILE STATUS IS SUPLMAST-ST.
           SELECT ELECTRONIC-FILING-FILE
               ASSIGN TO UT-S-F1099EF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS F1099EF-ST.
           SELECT STATEMENT-FILE
               ASSIGN TO F1099STM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-ST.
           SELECT PRINTFILE
               ASSIGN TO F1099RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * PAYER CONTROL CARD.  A ZERO TAX YEAR FILES THE YEAR JUST
      * ENDED (THE BUSINESS-DATE YEAR WHEN RUN IN DECEMBER); A
      * ZERO MINIMUM IS THE $600 FILING THRESHOLD.  'T' IN THE
      * TEST-FILE BYTE MARKS THE TRANSMISSION AS A TEST.
       FD  F1099-CONTROL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  F1099-CONTROL-RECORD.
           05  FC-TAX-YEAR               PIC 9(4).
           05  FC-PAYER-TIN              PIC X(9).
           05  FC-PAYER-NAME             PIC X(40).
           05  FC-PAYER-ADDRESS          PIC X(40).
           05  FC-PAYER-CITY             PIC X(25).
           05  FC-PAYER-STATE            PIC X(2).
           05  FC-PAYER-ZIP              PIC X(9).
           05  FC-PAYER-PHONE            PIC X(15).
           05  FC-TRANSMITTER-CODE       PIC X(5).
           05  FC-TEST-FILE              PIC X(1).
               88  FC-TEST-TRANSMISSION          VALUE 'T'.
           05  FC-MINIMUM-AMOUNT         PIC 9(5).
           05  FILLER                    PIC X(5).
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
       FD  BACKUP-WITHHOLDING-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BKUPWHLD.
      *
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
      * ELECTRONIC FILING FILE - 750-BYTE RECORDS.  ONE 'T'
      * TRANSMITTER RECORD, AN 'A' PAYER RECORD, THE 'B' PAYEE
      * RECORDS AND A 'C' CONTROL RECORD FOR EACH FORM TYPE
      * FILED, AND THE 'F' END-OF-TRANSMISSION RECORD.  AMOUNTS
      * ARE IN CENTS, ZERO FILLED; POSITIONS 500-507 CARRY THE
      * RECORD SEQUENCE NUMBER ON EVERY RECORD.
       FD  ELECTRONIC-FILING-FILE
           RECORD CONTAINS 750 CHARACTERS.
       01  EF-TRANSMITTER-RECORD.
           05  ET-RECORD-TYPE            PIC X(1).
           05  ET-PAYMENT-YEAR           PIC 9(4).
           05  ET-PRIOR-YEAR             PIC X(1).
           05  ET-TRANSMITTER-TIN        PIC X(9).
           05  ET-TRANSMITTER-CODE       PIC X(5).
           05  FILLER                    PIC X(7).
           05  ET-TEST-FILE              PIC X(1).
           05  ET-FOREIGN-ENTITY         PIC X(1).
           05  ET-TRANSMITTER-NAME       PIC X(40).
           05  ET-TRANSMITTER-NAME-2     PIC X(40).
           05  ET-COMPANY-NAME           PIC X(40).
           05  ET-COMPANY-NAME-2         PIC X(40).
           05  ET-COMPANY-ADDRESS        PIC X(40).
           05  ET-COMPANY-CITY           PIC X(40).
           05  ET-COMPANY-STATE          PIC X(2).
           05  ET-COMPANY-ZIP            PIC X(9).
           05  FILLER                    PIC X(15).
           05  ET-PAYEE-COUNT            PIC 9(8).
           05  ET-CONTACT-NAME           PIC X(40).
           05  ET-CONTACT-PHONE          PIC X(15).
           05  ET-CONTACT-EMAIL          PIC X(50).
           05  FILLER                    PIC X(91).
           05  ET-SEQUENCE-NO            PIC 9(8).
           05  FILLER                    PIC X(243).
       01  EF-PAYER-RECORD.
           05  EA-RECORD-TYPE            PIC X(1).
           05  EA-PAYMENT-YEAR           PIC 9(4).
           05  EA-COMBINED-FED-STATE     PIC X(1).
           05  FILLER                    PIC X(5).
           05  EA-PAYER-TIN              PIC X(9).
           05  EA-NAME-CONTROL           PIC X(4).
           05  EA-LAST-FILING            PIC X(1).
           05  EA-RETURN-TYPE            PIC X(2).
           05  EA-AMOUNT-CODES           PIC X(18).
           05  FILLER                    PIC X(6).
           05  EA-FOREIGN-ENTITY         PIC X(1).
           05  EA-PAYER-NAME             PIC X(40).
           05  EA-PAYER-NAME-2           PIC X(40).
           05  EA-TRANSFER-AGENT         PIC X(1).
           05  EA-PAYER-ADDRESS          PIC X(40).
           05  EA-PAYER-CITY             PIC X(40).
           05  EA-PAYER-STATE            PIC X(2).
           05  EA-PAYER-ZIP              PIC X(9).
           05  EA-PAYER-PHONE            PIC X(15).
           05  FILLER                    PIC X(260).
           05  EA-SEQUENCE-NO            PIC 9(8).
           05  FILLER                    PIC X(243).
       01  EF-PAYEE-RECORD.
           05  EB-RECORD-TYPE            PIC X(1).
           05  EB-PAYMENT-YEAR           PIC 9(4).
           05  EB-CORRECTED              PIC X(1).
           05  EB-NAME-CONTROL           PIC X(4).
           05  EB-TIN-TYPE               PIC X(1).
           05  EB-TIN                    PIC X(9).
           05  EB-ACCOUNT-NO             PIC X(20).
           05  EB-OFFICE-CODE            PIC X(4).
           05  FILLER                    PIC X(10).
      *    AMOUNT 1 IS BOX 1 (NONEMPLOYEE COMPENSATION ON THE NEC,
      *    RENTS ON THE MISC); AMOUNT 4 IS FEDERAL TAX WITHHELD.
           05  EB-AMOUNT                 PIC 9(10)V99 OCCURS 18.
           05  FILLER                    PIC X(17).
           05  EB-PAYEE-NAME             PIC X(40).
           05  EB-PAYEE-NAME-2           PIC X(40).
           05  EB-PAYEE-ADDRESS          PIC X(40).
           05  FILLER                    PIC X(40).
           05  EB-PAYEE-CITY             PIC X(40).
           05  EB-PAYEE-STATE            PIC X(2).
           05  EB-PAYEE-ZIP              PIC X(9).
           05  FILLER                    PIC X(1).
           05  EB-SEQUENCE-NO            PIC 9(8).
           05  FILLER                    PIC X(243).
       01  EF-CONTROL-RECORD.
           05  EC-RECORD-TYPE            PIC X(1).
           05  EC-PAYEE-COUNT            PIC 9(8).
           05  FILLER                    PIC X(6).
           05  EC-CONTROL-TOTAL          PIC 9(16)V99 OCCURS 18.
           05  FILLER                    PIC X(160).
           05  EC-SEQUENCE-NO            PIC 9(8).
           05  FILLER                    PIC X(243).
       01  EF-END-RECORD.
           05  EF-RECORD-TYPE            PIC X(1).
           05  EF-PAYER-COUNT            PIC 9(8).
           05  EF-ZERO-FILL              PIC 9(21).
           05  FILLER                    PIC X(19).
           05  EF-PAYEE-COUNT            PIC 9(8).
           05  FILLER                    PIC X(442).
           05  EF-SEQUENCE-NO            PIC 9(8).
           05  FILLER                    PIC X(243).
      *
       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-LINE                PIC X(132).
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
       01  PROGRAM-SWITCHES.
           05  F1099CTL-ST                PIC X(2).
               88  F1099CTL-OK                    VALUE '00'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  BKUPWHLD-ST                PIC X(2).
               88  BKUPWHLD-OK                    VALUE '00'.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
           05  F1099EF-ST                 PIC X(2).
               88  F1099EF-OK                     VALUE '00'.
           05  STATEMENT-ST               PIC X(2).
               88  STATEMENT-OK                   VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAYMAST-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-PAYMENTS               VALUE 'Y'.
           05  BKUPWHLD-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-WITHHOLDING            VALUE 'Y'.
           05  SUPLMAST-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-MASTERS                VALUE 'Y'.
           05  BKUPWHLD-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  BKUPWHLD-AVAILABLE             VALUE 'Y'.
           05  ENTRY-FOUND-WS             PIC X(1).
               88  ENTRY-FOUND                    VALUE 'Y'.
           05  FORM-PASS-WS               PIC X(1).
               88  FORM-PASS-NEC                  VALUE 'N'.
               88  FORM-PASS-RENTS                VALUE 'R'.
       77  MINIMUM-DEFAULT-AMOUNT         PIC 9(5) VALUE 600.
       77  MINIMUM-AMOUNT-WS              PIC 9(5) VALUE 600.
       77  TAX-YEAR-WS                    PIC 9(4) VALUE ZERO.
       77  PAYMENT-YEAR-WS                PIC 9(4) VALUE ZERO.
       77  RECORD-SEQUENCE-WS             PIC 9(8) VALUE ZERO.
       77  PAYER-RECORD-COUNT             PIC 9(8) VALUE ZERO.
       77  SEARCH-SUPPLR-NO-WS            PIC X(3).
       01  BUSINESS-DATE-WS               PIC 9(8).
       01  BUSINESS-DATE-PARTS-WS REDEFINES BUSINESS-DATE-WS.
           05  BDP-YEAR                   PIC 9(4).
           05  BDP-MONTH                  PIC 9(2).
           05  BDP-DAY                    PIC 9(2).
      *
      * ONE ENTRY PER SUPPLIER PAID IN THE TAX YEAR, IN THE ORDER
      * FIRST MET ON PAYMAST.  TB-FILE-STATUS IS SET WHEN THE
      * MASTER IS SCREENED: 'F' FILED, 'U' UNDER THE MINIMUM, 'X'
      * NOT 1099-REPORTABLE; SPACE MEANS NO MASTER RECORD.
       01  SUPPLIER-TABLE-WS.
           05  TB-COUNT                   PIC 9(4) COMP VALUE ZERO.
           05  TB-ENTRY OCCURS 1000.
               10  TB-SUPPLR-NO           PIC X(3).
               10  TB-PAID                PIC S9(11)V99.
               10  TB-WITHHELD            PIC S9(11)V99.
               10  TB-FILE-STATUS         PIC X(1).
                   88  TB-FILED                   VALUE 'F'.
                   88  TB-UNDER-MINIMUM           VALUE 'U'.
                   88  TB-NOT-REPORTABLE          VALUE 'X'.
                   88  TB-NOT-ON-MASTER           VALUE ' '.
       01  TB-SUB                         PIC 9(4) COMP.
       01  AMOUNT-WORK-WS.
           05  BOX1-AMOUNT-WS             PIC S9(11)V99.
           05  BOX4-AMOUNT-WS             PIC S9(11)V99.
       01  TIN-DISPLAY-WS                 PIC X(11).
       01  RUN-TOTALS-WS.
           05  PAYMENTS-READ-COUNT        PIC 9(7)      VALUE ZERO.
           05  SUPPLIER-PAYMENT-COUNT     PIC 9(7)      VALUE ZERO.
           05  SUPPLIER-PAID-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WITHHOLDING-READ-COUNT     PIC 9(7)      VALUE ZERO.
           05  NEC-FILED-COUNT            PIC 9(5)      VALUE ZERO.
           05  RENTS-FILED-COUNT          PIC 9(5)      VALUE ZERO.
           05  NO-TIN-COUNT               PIC 9(5)      VALUE ZERO.
           05  EXCEPTION-COUNT            PIC 9(5)      VALUE ZERO.
           05  FORM-PAYEE-COUNT           PIC 9(8)      VALUE ZERO.
           05  FORM-BOX1-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05  FORM-BOX4-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05  FILED-BOX1-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  FILED-BOX4-TOTAL           PIC S9(13)V99 VALUE ZERO.
      *
      * RECIPIENT STATEMENT LINES.
       01  STMT-FORM-LINE.
           05  SF-FORM-NAME      PIC X(46).
           05  FILLER            PIC X(9)  VALUE "TAX YEAR ".
           05  SF-TAX-YEAR       PIC 9(4).
           05  FILLER            PIC X(26) VALUE
                   "    COPY B - FOR RECIPIENT".
       01  STMT-PAYER-LINE.
           05  FILLER            PIC X(11) VALUE "PAYER".
           05  SP-PAYER-NAME     PIC X(40).
           05  FILLER            PIC X(13) VALUE "  PAYER TIN  ".
           05  SP-PAYER-TIN      PIC X(10).
       01  STMT-ADDRESS-LINE.
           05  FILLER            PIC X(11) VALUE SPACES.
           05  SA-ADDRESS        PIC X(40).
       01  STMT-CITY-LINE.
           05  FILLER            PIC X(11) VALUE SPACES.
           05  SC-CITY           PIC X(25).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  SC-STATE          PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SC-ZIP            PIC X(9).
       01  STMT-RECIPIENT-LINE.
           05  FILLER            PIC X(11) VALUE "RECIPIENT".
           05  SR-NAME           PIC X(40).
           05  FILLER            PIC X(17) VALUE
                   "  RECIPIENT TIN  ".
           05  SR-TIN            PIC X(11).
       01  STMT-ACCOUNT-LINE.
           05  FILLER            PIC X(16) VALUE "ACCOUNT NUMBER  ".
           05  SN-ACCOUNT-NO     PIC X(3).
       01  STMT-BOX1-LINE.
           05  FILLER            PIC X(7)  VALUE "BOX 1  ".
           05  SB-BOX1-LABEL     PIC X(34).
           05  SB-BOX1-AMOUNT    PIC $$$,$$$,$$$,$$9.99.
       01  STMT-BOX4-LINE.
           05  FILLER            PIC X(41) VALUE
                   "BOX 4  FEDERAL INCOME TAX WITHHELD".
           05  SB-BOX4-AMOUNT    PIC $$$,$$$,$$$,$$9.99.
       01  STMT-SEPARATOR-LINE.
           05  FILLER            PIC X(66) VALUE ALL "-".
      *
      * FILING REGISTER LINES.
       01  REGISTER-HEADING-LINE.
           05  FILLER            PIC X(32) VALUE
                   "SUPPLIER 1099 FILING REGISTER - ".
           05  FILLER            PIC X(9)  VALUE "TAX YEAR ".
           05  RH-TAX-YEAR       PIC 9(4).
           05  FILLER            PIC X(8)  VALUE "   RUN  ".
           05  RH-RUN-DATE       PIC XXXX/XX/XX.
           05  FILLER            PIC X(12) VALUE "   MINIMUM  ".
           05  RH-MINIMUM        PIC $$$,$$9.
           05  RH-TEST-FLAG      PIC X(16).
       01  REGISTER-COLUMN-LINE.
           05  FILLER            PIC X(5)  VALUE "SUPP".
           05  FILLER            PIC X(27) VALUE "NAME".
           05  FILLER            PIC X(6)  VALUE "FORM".
           05  FILLER            PIC X(13) VALUE "TIN".
           05  FILLER            PIC X(18) VALUE "      PAID (NET)".
           05  FILLER            PIC X(18) VALUE "   BACKUP W/H".
           05  FILLER            PIC X(18) VALUE "   REPORTED".
           05  FILLER            PIC X(20) VALUE "STATUS".
       01  REGISTER-DETAIL-LINE.
           05  RD-SUPPLR-NO      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-NAME           PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-FORM           PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-TIN            PIC X(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RD-PAID           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-WITHHELD       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-REPORTED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RD-STATUS         PIC X(20).
       01  EXCEPTION-SECTION-LINE.
           05  FILLER            PIC X(45) VALUE
                   "SUPPLIERS PAID IN THE TAX YEAR BUT NOT FILED".
       01  REGISTER-TOTALS-LINE-1.
           05  FILLER            PIC X(17) VALUE "1099-NEC FILED   ".
           05  RT-NEC-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(20) VALUE
                   "   1099-MISC FILED  ".
           05  RT-RENTS-COUNT    PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "   FILED NO TIN ".
           05  RT-NO-TIN-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "   NOT FILED  ".
           05  RT-EXCEPTION-COUNT
                                 PIC ZZZZ9.
       01  REGISTER-TOTALS-LINE-2.
           05  FILLER            PIC X(17) VALUE "BOX 1 REPORTED   ".
           05  RT-BOX1-TOTAL     PIC $$,$$$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(18) VALUE "   BOX 4 WITHHELD ".
           05  RT-BOX4-TOTAL     PIC $$,$$$,$$$,$$$,$$9.99.
       01  REGISTER-TOTALS-LINE-3.
           05  FILLER            PIC X(24) VALUE
                   "PAYMAST RECORDS READ    ".
           05  RT-PAYMENTS-READ  PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(22) VALUE
                   "   SUPPLIER PAYMENTS  ".
           05  RT-SUPPLIER-PAYS  PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  RT-SUPPLIER-PAID  PIC $$,$$$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ACCUMULATE-PAYMENT UNTIL NO-MORE-PAYMENTS.
           IF BKUPWHLD-AVAILABLE
               PERFORM 250-ACCUMULATE-WITHHOLDING
                   UNTIL NO-MORE-WITHHOLDING
           END-IF.
           PERFORM 400-SCREEN-SUPPLIERS.
           PERFORM 500-WRITE-TRANSMITTER-RECORD.
           SET FORM-PASS-NEC TO TRUE.
           PERFORM 550-FILE-FORM-TYPE.
           SET FORM-PASS-RENTS TO TRUE.
           PERFORM 550-FILE-FORM-TYPE.
           PERFORM 600-REPORT-EXCEPTIONS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'SUPL1099' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-READ-FILING-CONTROL.
           MOVE TAX-YEAR-WS       TO RH-TAX-YEAR.
           MOVE BD-BUSINESS-DATE  TO RH-RUN-DATE.
           MOVE MINIMUM-AMOUNT-WS TO RH-MINIMUM.
           IF FC-TEST-TRANSMISSION
               MOVE '   TEST FILE' TO RH-TEST-FLAG
           ELSE
               MOVE SPACES TO RH-TEST-FLAG
           END-IF.
           WRITE PRINT-LINE FROM REGISTER-HEADING-LINE.
           WRITE PRINT-LINE FROM REGISTER-COLUMN-LINE.
      *
       200-ACCUMULATE-PAYMENT.
      *
      *    TREASHUB WRITES A SUPPLIER PAYMENT WITH SOURCE SYSTEM
      *    'SUPPLIER' AND PAYEE 'SUPPLIER NNN', SO THE SUPPLIER
      *    NUMBER IS BYTES 10-12 OF THE PAYEE NAME.  A CHECK THAT
      *    WENT OUT COUNTS - ISSUED, CLEARED, STALE, ESCHEATED OR
      *    REISSUED (THE REISSUE COMES BACK THROUGH THE HUB UNDER
      *    ANOTHER SOURCE AND IS NOT COUNTED TWICE).  A BANK
      *    REJECT, A COMPLIANCE HOLD OR A BLOCKED PAYMENT WAS
      *    NEVER PAID.
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PAYMENTS TO TRUE
               NOT AT END
                   ADD 1 TO PAYMENTS-READ-COUNT
                   COMPUTE PAYMENT-YEAR-WS = TD-ISSUE-DATE / 10000
                   IF TD-SOURCE-SYSTEM = 'SUPPLIER'
                       AND PAYMENT-YEAR-WS = TAX-YEAR-WS
                       AND (TD-ISSUED OR TD-CLEARED OR TD-STALE
                            OR TD-ESCHEATED OR TD-REISSUED)
                       PERFORM 220-ADD-PAYMENT
                   END-IF
           END-READ.
      *
       210-FIND-SUPPLIER-ENTRY.
      *
           MOVE 'N' TO ENTRY-FOUND-WS.
           PERFORM 215-MATCH-SUPPLIER-ENTRY
               VARYING TB-SUB FROM 1 BY 1
               UNTIL TB-SUB > TB-COUNT
               OR ENTRY-FOUND.
      *
       215-MATCH-SUPPLIER-ENTRY.
      *
           IF TB-SUPPLR-NO(TB-SUB) = SEARCH-SUPPLR-NO-WS
               SET ENTRY-FOUND TO TRUE
      *        PERFORM VARYING LEAVES TB-SUB ONE PAST THE MATCH.
               SUBTRACT 1 FROM TB-SUB
           END-IF.
      *
       220-ADD-PAYMENT.
      *
           ADD 1 TO SUPPLIER-PAYMENT-COUNT.
           ADD TD-AMOUNT TO SUPPLIER-PAID-TOTAL.
           MOVE TD-PAYEE-NAME(10:3) TO SEARCH-SUPPLR-NO-WS.
           PERFORM 210-FIND-SUPPLIER-ENTRY.
           IF NOT ENTRY-FOUND
               PERFORM 230-ADD-SUPPLIER-ENTRY
           END-IF.
           ADD TD-AMOUNT TO TB-PAID(TB-SUB).
      *
       230-ADD-SUPPLIER-ENTRY.
      *
           IF TB-COUNT NOT < 1000
               DISPLAY 'SUPPLIER 1099 TABLE FULL AT 1000'
               MOVE '230-ADD-SUPPLIER-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER 1099 TABLE FULL AT 1000'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           ADD 1 TO TB-COUNT.
           MOVE TB-COUNT TO TB-SUB.
           MOVE SEARCH-SUPPLR-NO-WS TO TB-SUPPLR-NO(TB-SUB).
           MOVE ZERO TO TB-PAID(TB-SUB), TB-WITHHELD(TB-SUB).
           MOVE SPACE TO TB-FILE-STATUS(TB-SUB).
      *
       250-ACCUMULATE-WITHHOLDING.
      *
           READ BACKUP-WITHHOLDING-FILE
               AT END
                   SET NO-MORE-WITHHOLDING TO TRUE
               NOT AT END
                   ADD 1 TO WITHHOLDING-READ-COUNT
                   COMPUTE PAYMENT-YEAR-WS = BW-PAYMENT-DATE / 10000
                   IF PAYMENT-YEAR-WS = TAX-YEAR-WS
                       MOVE BW-SUPPLR-NO TO SEARCH-SUPPLR-NO-WS
                       PERFORM 210-FIND-SUPPLIER-ENTRY
                       IF NOT ENTRY-FOUND
                           PERFORM 230-ADD-SUPPLIER-ENTRY
                       END-IF
                       ADD BW-WITHHELD-AMOUNT TO TB-WITHHELD(TB-SUB)
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT F1099-CONTROL-FILE.
           IF NOT F1099CTL-OK
               DISPLAY '1099 CONTROL FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE '1099 CONTROL FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'F1099CTL' TO EL-FILE-NAME
               MOVE F1099CTL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF NOT PAYMAST-OK
               DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PAYMENT MASTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAYMAST' TO EL-FILE-NAME
               MOVE PAYMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    NO WITHHOLDING HISTORY MEANS NOTHING WAS EVER WITHHELD.
           OPEN INPUT BACKUP-WITHHOLDING-FILE.
           IF BKUPWHLD-OK
               MOVE 'Y' TO BKUPWHLD-AVAILABLE-WS
           ELSE
               DISPLAY 'BACKUP WITHHOLDING HISTORY UNAVAILABLE - '
                   'NO TAX WITHHELD THIS RUN'
           END-IF.
           OPEN INPUT SUPLMAST-FILE.
           IF NOT SUPLMAST-OK
               DISPLAY 'SUPPLIER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SUPPLIER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'SUPLMST' TO EL-FILE-NAME
               MOVE SUPLMAST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT ELECTRONIC-FILING-FILE.
           IF NOT F1099EF-OK
               DISPLAY '1099 ELECTRONIC FILING FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE '1099 ELECTRONIC FILING FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'F1099EF' TO EL-FILE-NAME
               MOVE F1099EF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT STATEMENT-OK
               DISPLAY '1099 STATEMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE '1099 STATEMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY '1099 FILING REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE '1099 FILING REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-FILING-CONTROL.
      *
           READ F1099-CONTROL-FILE
               AT END
                   DISPLAY '1099 CONTROL FILE IS EMPTY'
                   MOVE '310-READ-FILING-CONTROL'
                      TO EL-PARAGRAPH
                   MOVE '1099 CONTROL FILE IS EMPTY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
           END-READ.
      *    THE FILING IS REJECTED WITHOUT THE PAYER'S TIN AND THE
      *    TRANSMITTER CONTROL CODE - STOP HERE, NOT AT THE IRS.
           IF FC-PAYER-TIN NOT NUMERIC
               OR FC-TRANSMITTER-CODE = SPACES
               OR FC-PAYER-NAME = SPACES
               DISPLAY '1099 CONTROL CARD MISSING PAYER TIN/NAME/TCC'
               MOVE '310-READ-FILING-CONTROL'
                  TO EL-PARAGRAPH
               MOVE '1099 CONTROL CARD MISSING PAYER TIN/NAME/TCC'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-WS.
           IF FC-TAX-YEAR NUMERIC AND FC-TAX-YEAR > ZERO
               MOVE FC-TAX-YEAR TO TAX-YEAR-WS
           ELSE
               IF BDP-MONTH = 12
                   MOVE BDP-YEAR TO TAX-YEAR-WS
               ELSE
                   COMPUTE TAX-YEAR-WS = BDP-YEAR - 1
               END-IF
           END-IF.
           IF FC-MINIMUM-AMOUNT NUMERIC AND FC-MINIMUM-AMOUNT > ZERO
               MOVE FC-MINIMUM-AMOUNT TO MINIMUM-AMOUNT-WS
           ELSE
               MOVE MINIMUM-DEFAULT-AMOUNT TO MINIMUM-AMOUNT-WS
           END-IF.
           DISPLAY 'SUPL1099: TAX YEAR ' TAX-YEAR-WS
               ' MINIMUM ' MINIMUM-AMOUNT-WS.
           CLOSE F1099-CONTROL-FILE.
      *
       400-SCREEN-SUPPLIERS.
      *
      *    FIRST PASS OVER THE MASTER DECIDES WHO IS FILED, SO THE
      *    TRANSMITTER RECORD CAN CARRY THE PAYEE COUNT.
           PERFORM 405-START-SUPLMAST.
           PERFORM 410-SCREEN-ONE-SUPPLIER UNTIL NO-MORE-MASTERS.
      *
       405-START-SUPLMAST.
      *
           MOVE 'N' TO SUPLMAST-EOF-WS.
           MOVE LOW-VALUES TO SM-SUPPLR-NO.
           START SUPLMAST-FILE
               KEY IS NOT LESS THAN SM-SUPPLR-NO
               INVALID KEY
                   SET NO-MORE-MASTERS TO TRUE
           END-START.
      *
       410-SCREEN-ONE-SUPPLIER.
      *
           READ SUPLMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTERS TO TRUE
               NOT AT END
                   PERFORM 420-CLASSIFY-SUPPLIER
           END-READ.
      *
       420-CLASSIFY-SUPPLIER.
      *
           MOVE SM-SUPPLR-NO TO SEARCH-SUPPLR-NO-WS.
           PERFORM 210-FIND-SUPPLIER-ENTRY.
           IF ENTRY-FOUND
               COMPUTE BOX1-AMOUNT-WS =
                   TB-PAID(TB-SUB) + TB-WITHHELD(TB-SUB)
               EVALUATE TRUE
                   WHEN NOT SM-1099-REPORTABLE
                       SET TB-NOT-REPORTABLE(TB-SUB) TO TRUE
                   WHEN BOX1-AMOUNT-WS < MINIMUM-AMOUNT-WS
                       AND TB-WITHHELD(TB-SUB) = ZERO
                       SET TB-UNDER-MINIMUM(TB-SUB) TO TRUE
                   WHEN SM-1099-NEC
                       SET TB-FILED(TB-SUB) TO TRUE
                       ADD 1 TO NEC-FILED-COUNT
                   WHEN OTHER
                       SET TB-FILED(TB-SUB) TO TRUE
                       ADD 1 TO RENTS-FILED-COUNT
               END-EVALUATE
           END-IF.
      *
       500-WRITE-TRANSMITTER-RECORD.
      *
           MOVE SPACES TO EF-TRANSMITTER-RECORD.
           MOVE 'T'                 TO ET-RECORD-TYPE.
           MOVE TAX-YEAR-WS         TO ET-PAYMENT-YEAR.
           MOVE FC-PAYER-TIN        TO ET-TRANSMITTER-TIN.
           MOVE FC-TRANSMITTER-CODE TO ET-TRANSMITTER-CODE.
           IF FC-TEST-TRANSMISSION
               MOVE 'T' TO ET-TEST-FILE
           END-IF.
           MOVE FC-PAYER-NAME       TO ET-TRANSMITTER-NAME,
                                       ET-COMPANY-NAME,
                                       ET-CONTACT-NAME.
           MOVE FC-PAYER-ADDRESS    TO ET-COMPANY-ADDRESS.
           MOVE FC-PAYER-CITY       TO ET-COMPANY-CITY.
           MOVE FC-PAYER-STATE      TO ET-COMPANY-STATE.
           MOVE FC-PAYER-ZIP        TO ET-COMPANY-ZIP.
           COMPUTE ET-PAYEE-COUNT = NEC-FILED-COUNT + RENTS-FILED-COUNT.
           MOVE FC-PAYER-PHONE      TO ET-CONTACT-PHONE.
           ADD 1 TO RECORD-SEQUENCE-WS.
           MOVE RECORD-SEQUENCE-WS  TO ET-SEQUENCE-NO.
           WRITE EF-TRANSMITTER-RECORD.
           PERFORM 590-CHECK-FILING-WRITE.
      *
       550-FILE-FORM-TYPE.
      *
      *    ONE A-B-C GROUP PER FORM TYPE, WRITTEN ONLY WHEN THE
      *    SCREEN FOUND SOMEONE TO FILE ON THAT FORM.
           IF (FORM-PASS-NEC AND NEC-FILED-COUNT > ZERO)
               OR (FORM-PASS-RENTS AND RENTS-FILED-COUNT > ZERO)
               MOVE ZERO TO FORM-PAYEE-COUNT, FORM-BOX1-TOTAL,
                            FORM-BOX4-TOTAL
               PERFORM 555-WRITE-PAYER-RECORD
               PERFORM 405-START-SUPLMAST
               PERFORM 560-FILE-ONE-SUPPLIER UNTIL NO-MORE-MASTERS
               PERFORM 580-WRITE-CONTROL-RECORD
           END-IF.
      *
       555-WRITE-PAYER-RECORD.
      *
           ADD 1 TO PAYER-RECORD-COUNT.
           MOVE SPACES TO EF-PAYER-RECORD.
           MOVE 'A'              TO EA-RECORD-TYPE.
           MOVE TAX-YEAR-WS      TO EA-PAYMENT-YEAR.
           MOVE FC-PAYER-TIN     TO EA-PAYER-TIN.
           MOVE FC-PAYER-NAME    TO EA-NAME-CONTROL.
           IF FORM-PASS-NEC
               MOVE 'NE' TO EA-RETURN-TYPE
           ELSE
               MOVE 'A ' TO EA-RETURN-TYPE
           END-IF.
           MOVE '14'             TO EA-AMOUNT-CODES.
           MOVE FC-PAYER-NAME    TO EA-PAYER-NAME.
           MOVE '0'              TO EA-TRANSFER-AGENT.
           MOVE FC-PAYER-ADDRESS TO EA-PAYER-ADDRESS.
           MOVE FC-PAYER-CITY    TO EA-PAYER-CITY.
           MOVE FC-PAYER-STATE   TO EA-PAYER-STATE.
           MOVE FC-PAYER-ZIP     TO EA-PAYER-ZIP.
           MOVE FC-PAYER-PHONE   TO EA-PAYER-PHONE.
           ADD 1 TO RECORD-SEQUENCE-WS.
           MOVE RECORD-SEQUENCE-WS TO EA-SEQUENCE-NO.
           WRITE EF-PAYER-RECORD.
           PERFORM 590-CHECK-FILING-WRITE.
      *
       560-FILE-ONE-SUPPLIER.
      *
           READ SUPLMAST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTERS TO TRUE
               NOT AT END
                   IF SM-1099-TYPE = FORM-PASS-WS
                       MOVE SM-SUPPLR-NO TO SEARCH-SUPPLR-NO-WS
                       PERFORM 210-FIND-SUPPLIER-ENTRY
                       IF ENTRY-FOUND AND TB-FILED(TB-SUB)
                           PERFORM 565-FILE-THE-SUPPLIER
                       END-IF
                   END-IF
           END-READ.
      *
       565-FILE-THE-SUPPLIER.
      *
      *    BOX 1 IS WHAT THE SUPPLIER EARNED - THE NET CHECKS PLUS
      *    THE BACKUP WITHHOLDING SENT TO THE IRS ON ITS BEHALF.
           MOVE TB-WITHHELD(TB-SUB) TO BOX4-AMOUNT-WS.
           COMPUTE BOX1-AMOUNT-WS =
               TB-PAID(TB-SUB) + BOX4-AMOUNT-WS.
           ADD 1 TO FORM-PAYEE-COUNT.
           ADD BOX1-AMOUNT-WS TO FORM-BOX1-TOTAL, FILED-BOX1-TOTAL.
           ADD BOX4-AMOUNT-WS TO FORM-BOX4-TOTAL, FILED-BOX4-TOTAL.
           PERFORM 567-FORMAT-STATEMENT-TIN.
           PERFORM 570-WRITE-STATEMENT.
           PERFORM 575-WRITE-PAYEE-RECORD.
           MOVE 'FILED' TO RD-STATUS.
           IF SM-TIN = SPACES
               ADD 1 TO NO-TIN-COUNT
               MOVE 'FILED - NO TIN' TO RD-STATUS
           END-IF.
           PERFORM 620-WRITE-REGISTER-LINE.
      *
       567-FORMAT-STATEMENT-TIN.
      *
      *    THE RECIPIENT COPY SHOWS ONLY THE LAST FOUR DIGITS.
           EVALUATE TRUE
               WHEN SM-TIN = SPACES
                   MOVE 'NONE' TO TIN-DISPLAY-WS
               WHEN SM-TIN-EIN
                   MOVE SPACES TO TIN-DISPLAY-WS
                   STRING 'XX-XXX' SM-TIN(6:4)
                       DELIMITED BY SIZE INTO TIN-DISPLAY-WS
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO TIN-DISPLAY-WS
                   STRING 'XXX-XX-' SM-TIN(6:4)
                       DELIMITED BY SIZE INTO TIN-DISPLAY-WS
                   END-STRING
           END-EVALUATE.
      *
       570-WRITE-STATEMENT.
      *
           IF FORM-PASS-NEC
               MOVE 'FORM 1099-NEC  NONEMPLOYEE COMPENSATION'
                   TO SF-FORM-NAME
               MOVE 'NONEMPLOYEE COMPENSATION' TO SB-BOX1-LABEL
           ELSE
               MOVE 'FORM 1099-MISC  MISCELLANEOUS INFORMATION'
                   TO SF-FORM-NAME
               MOVE 'RENTS' TO SB-BOX1-LABEL
           END-IF.
           MOVE TAX-YEAR-WS TO SF-TAX-YEAR.
           WRITE STATEMENT-LINE FROM STMT-FORM-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE FC-PAYER-NAME TO SP-PAYER-NAME.
           MOVE SPACES TO SP-PAYER-TIN.
           STRING FC-PAYER-TIN(1:2) '-' FC-PAYER-TIN(3:7)
               DELIMITED BY SIZE INTO SP-PAYER-TIN
           END-STRING.
           WRITE STATEMENT-LINE FROM STMT-PAYER-LINE.
           MOVE FC-PAYER-ADDRESS TO SA-ADDRESS.
           WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE.
           MOVE FC-PAYER-CITY  TO SC-CITY.
           MOVE FC-PAYER-STATE TO SC-STATE.
           MOVE FC-PAYER-ZIP   TO SC-ZIP.
           WRITE STATEMENT-LINE FROM STMT-CITY-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SM-NAME        TO SR-NAME.
           MOVE TIN-DISPLAY-WS TO SR-TIN.
           WRITE STATEMENT-LINE FROM STMT-RECIPIENT-LINE.
           MOVE SM-ADDR TO SA-ADDRESS.
           WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE.
           MOVE SM-CITY  TO SC-CITY.
           MOVE SM-STATE TO SC-STATE.
           MOVE SPACES   TO SC-ZIP.
           WRITE STATEMENT-LINE FROM STMT-CITY-LINE.
           MOVE SM-SUPPLR-NO TO SN-ACCOUNT-NO.
           WRITE STATEMENT-LINE FROM STMT-ACCOUNT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE BOX1-AMOUNT-WS TO SB-BOX1-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-BOX1-LINE.
           MOVE BOX4-AMOUNT-WS TO SB-BOX4-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-BOX4-LINE.
           WRITE STATEMENT-LINE FROM STMT-SEPARATOR-LINE.
      *
       575-WRITE-PAYEE-RECORD.
      *
           MOVE SPACES TO EF-PAYEE-RECORD.
           MOVE 'B'            TO EB-RECORD-TYPE.
           MOVE TAX-YEAR-WS    TO EB-PAYMENT-YEAR.
           MOVE SM-NAME        TO EB-NAME-CONTROL.
           EVALUATE TRUE
               WHEN SM-TIN = SPACES
                   CONTINUE
               WHEN SM-TIN-EIN
                   MOVE '1' TO EB-TIN-TYPE
               WHEN OTHER
                   MOVE '2' TO EB-TIN-TYPE
           END-EVALUATE.
           MOVE SM-TIN         TO EB-TIN.
           MOVE SM-SUPPLR-NO   TO EB-ACCOUNT-NO.
           PERFORM 577-ZERO-PAYEE-AMOUNT
               VARYING TB-SUB FROM 1 BY 1
               UNTIL TB-SUB > 18.
           MOVE BOX1-AMOUNT-WS TO EB-AMOUNT(1).
           MOVE BOX4-AMOUNT-WS TO EB-AMOUNT(4).
           MOVE SM-NAME        TO EB-PAYEE-NAME.
           MOVE SM-ADDR        TO EB-PAYEE-ADDRESS.
           MOVE SM-CITY        TO EB-PAYEE-CITY.
           MOVE SM-STATE       TO EB-PAYEE-STATE.
           ADD 1 TO RECORD-SEQUENCE-WS.
           MOVE RECORD-SEQUENCE-WS TO EB-SEQUENCE-NO.
           WRITE EF-PAYEE-RECORD.
           PERFORM 590-CHECK-FILING-WRITE.
      *
       577-ZERO-PAYEE-AMOUNT.
      *
           MOVE ZERO TO EB-AMOUNT(TB-SUB).
      *
       580-WRITE-CONTROL-RECORD.
      *
           MOVE SPACES TO EF-CONTROL-RECORD.
           MOVE 'C'              TO EC-RECORD-TYPE.
           MOVE FORM-PAYEE-COUNT TO EC-PAYEE-COUNT.
           PERFORM 585-ZERO-CONTROL-TOTAL
               VARYING TB-SUB FROM 1 BY 1
               UNTIL TB-SUB > 18.
           MOVE FORM-BOX1-TOTAL  TO EC-CONTROL-TOTAL(1).
           MOVE FORM-BOX4-TOTAL  TO EC-CONTROL-TOTAL(4).
           ADD 1 TO RECORD-SEQUENCE-WS.
           MOVE RECORD-SEQUENCE-WS TO EC-SEQUENCE-NO.
           WRITE EF-CONTROL-RECORD.
           PERFORM 590-CHECK-FILING-WRITE.
      *
       585-ZERO-CONTROL-TOTAL.
      *
           MOVE ZERO TO EC-CONTROL-TOTAL(TB-SUB).
      *
       590-CHECK-FILING-WRITE.
      *
           IF NOT F1099EF-OK
               DISPLAY '1099 ELECTRONIC FILING WRITE PROBLEM'
               MOVE '590-CHECK-FILING-WRITE'
                  TO EL-PARAGRAPH
               MOVE '1099 ELECTRONIC FILING WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'F1099EF' TO EL-FILE-NAME
               MOVE F1099EF-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       600-REPORT-EXCEPTIONS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM EXCEPTION-SECTION-LINE.
           PERFORM 610-REPORT-ONE-EXCEPTION
               VARYING TB-SUB FROM 1 BY 1
               UNTIL TB-SUB > TB-COUNT.
      *
       610-REPORT-ONE-EXCEPTION.
      *
           IF NOT TB-FILED(TB-SUB)
               ADD 1 TO EXCEPTION-COUNT
               MOVE TB-SUPPLR-NO(TB-SUB) TO SM-SUPPLR-NO
               READ SUPLMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO SM-NAME, SM-TIN
                       MOVE SPACE TO SM-1099-TYPE
               END-READ
               MOVE TB-WITHHELD(TB-SUB) TO BOX4-AMOUNT-WS
               MOVE ZERO TO BOX1-AMOUNT-WS
               EVALUATE TRUE
                   WHEN TB-NOT-ON-MASTER(TB-SUB)
                       MOVE 'NOT ON MASTER' TO RD-STATUS
                   WHEN TB-UNDER-MINIMUM(TB-SUB)
                       MOVE 'UNDER MINIMUM' TO RD-STATUS
                   WHEN OTHER
                       MOVE 'NOT 1099-REPORTABLE' TO RD-STATUS
               END-EVALUATE
               PERFORM 620-WRITE-REGISTER-LINE
           END-IF.
      *
       620-WRITE-REGISTER-LINE.
      *
           MOVE TB-SUPPLR-NO(TB-SUB) TO RD-SUPPLR-NO.
           MOVE SM-NAME              TO RD-NAME.
           EVALUATE TRUE
               WHEN SM-1099-NEC
                   MOVE 'NEC ' TO RD-FORM
               WHEN SM-1099-RENTS
                   MOVE 'MISC' TO RD-FORM
               WHEN OTHER
                   MOVE SPACES TO RD-FORM
           END-EVALUATE.
           IF SM-TIN = SPACES
               MOVE SPACES TO RD-TIN
           ELSE
               MOVE SPACES TO RD-TIN
               STRING SM-TIN-TYPE ' ' SM-TIN
                   DELIMITED BY SIZE INTO RD-TIN
               END-STRING
           END-IF.
           MOVE TB-PAID(TB-SUB)      TO RD-PAID.
           MOVE BOX4-AMOUNT-WS       TO RD-WITHHELD.
           MOVE BOX1-AMOUNT-WS       TO RD-REPORTED.
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO EF-END-RECORD.
           MOVE 'F'                TO EF-RECORD-TYPE.
           MOVE PAYER-RECORD-COUNT TO EF-PAYER-COUNT.
           MOVE ZERO               TO EF-ZERO-FILL.
           COMPUTE EF-PAYEE-COUNT = NEC-FILED-COUNT + RENTS-FILED-COUNT.
           ADD 1 TO RECORD-SEQUENCE-WS.
           MOVE RECORD-SEQUENCE-WS TO EF-SEQUENCE-NO.
           WRITE EF-END-RECORD.
           PERFORM 590-CHECK-FILING-WRITE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE NEC-FILED-COUNT   TO RT-NEC-COUNT.
           MOVE RENTS-FILED-COUNT TO RT-RENTS-COUNT.
           MOVE NO-TIN-COUNT      TO RT-NO-TIN-COUNT.
           MOVE EXCEPTION-COUNT   TO RT-EXCEPTION-COUNT.
           WRITE PRINT-LINE FROM REGISTER-TOTALS-LINE-1.
           MOVE FILED-BOX1-TOTAL  TO RT-BOX1-TOTAL.
           MOVE FILED-BOX4-TOTAL  TO RT-BOX4-TOTAL.
           WRITE PRINT-LINE FROM REGISTER-TOTALS-LINE-2.
           MOVE PAYMENTS-READ-COUNT    TO RT-PAYMENTS-READ.
           MOVE SUPPLIER-PAYMENT-COUNT TO RT-SUPPLIER-PAYS.
           MOVE SUPPLIER-PAID-TOTAL    TO RT-SUPPLIER-PAID.
           WRITE PRINT-LINE FROM REGISTER-TOTALS-LINE-3.
      *
       900-WRAP-UP.
           IF BKUPWHLD-AVAILABLE
               CLOSE BACKUP-WITHHOLDING-FILE
           END-IF.
           CLOSE PAYMENT-MASTER-FILE, SUPLMAST-FILE,
                 ELECTRONIC-FILING-FILE, STATEMENT-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

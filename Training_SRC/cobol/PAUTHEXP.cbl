      ******************************************************************
      * PAUTHEXP                                                       *
      * Monthly list of prior authorizations that expired unused.      *
      * Reads the PAUTH master front to back and reports every         *
      * authorization whose valid-to date fell in the business month   *
      * (on or before the business date) with nothing drawn against    *
      * it by INSURCOB, so utilization review can close them off its   *
      * open list.  Totals the count and the approved dollars that     *
      * were never used.                                               *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (PAXRPT & SYSOUT)                     *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTHEXP.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-AUTH-FILE
               ASSIGN TO UT-S-PAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-AUTH-KEY
               FILE STATUS IS PAUTH-ST.
           SELECT PRINTFILE
               ASSIGN TO PAXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY PRIORAUT.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  PAUTH-ST                   PIC X(2).
               88  PAUTH-OK                       VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  PAUTH-EOF-WS               PIC X(1)  VALUE 'N'.
               88  NO-MORE-AUTHS                  VALUE 'Y'.
       01  MONTH-WINDOW-WS.
           05  MONTH-START-DATE-WS        PIC 9(8).
           05  MONTH-START-PARTS REDEFINES MONTH-START-DATE-WS.
               10  MONTH-START-CCYYMM     PIC 9(6).
               10  MONTH-START-DD         PIC 9(2).
       01  EXPIRED-COUNTS-WS.
           05  AUTHS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  AUTHS-LISTED-COUNT         PIC 9(7) VALUE ZERO.
           05  UNUSED-AMOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(40) VALUE
                   "PRIOR AUTHORIZATIONS EXPIRED UNUSED -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
       01  HEADING-LINE-TWO.
           05  FILLER            PIC X(11) VALUE "POLICY".
           05  FILLER            PIC X(12) VALUE "AUTH NO".
           05  FILLER            PIC X(6)  VALUE "PROV".
           05  FILLER            PIC X(16) VALUE "APPROVED".
           05  FILLER            PIC X(13) VALUE "VALID FROM".
           05  FILLER            PIC X(10) VALUE "VALID TO".
       01  AUTH-DETAIL-LINE.
           05  ADL-POLICY-NO     PIC 9B999B999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ADL-AUTH-NO       PIC 9(9).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ADL-PROVIDER-CODE PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ADL-APPROVED      PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ADL-VALID-FROM    PIC XXXX/XX/XX.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  ADL-VALID-TO      PIC XXXX/XX/XX.
       01  EXPIRED-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "AUTHS READ      ".
           05  ET-READ           PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "EXPIRED UNUSED  ".
           05  ET-LISTED         PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(17) VALUE "APPROVED UNUSED  ".
           05  ET-UNUSED-AMOUNT  PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-AUTH UNTIL NO-MORE-AUTHS.
           PERFORM 700-WRITE-TOTALS-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'PAUTHEXP' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE.
           MOVE BD-BUSINESS-DATE TO MONTH-START-DATE-WS.
           MOVE 01 TO MONTH-START-DD.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE-TWO.
           PERFORM 400-READ-AUTH.
      *
       200-CHECK-AUTH.
      *
      *    EXPIRED THIS MONTH - THE VALID-TO DATE IS BETWEEN THE
      *    FIRST OF THE BUSINESS MONTH AND THE BUSINESS DATE - AND
      *    NO CLAIM EVER DREW AGAINST IT.
           ADD 1 TO AUTHS-READ-COUNT.
           IF PA-VALID-TO-DATE >= MONTH-START-DATE-WS
              AND PA-VALID-TO-DATE <= BD-BUSINESS-DATE
              AND PA-USED-AMOUNT = ZERO
               PERFORM 500-WRITE-AUTH-DETAIL
           END-IF.
           PERFORM 400-READ-AUTH.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT PRIOR-AUTH-FILE.
           IF NOT PAUTH-OK
               DISPLAY 'PRIOR AUTH FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PRIOR AUTH FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PAUTH' TO EL-FILE-NAME
               MOVE PAUTH-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'EXPIRED AUTH REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'EXPIRED AUTH REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       400-READ-AUTH.
      *
           READ PRIOR-AUTH-FILE
               AT END
                   SET NO-MORE-AUTHS TO TRUE
           END-READ.
      *
       500-WRITE-AUTH-DETAIL.
      *
           ADD 1 TO AUTHS-LISTED-COUNT.
           ADD PA-APPROVED-AMOUNT TO UNUSED-AMOUNT-TOTAL.
           MOVE PA-POLICY-NO TO ADL-POLICY-NO.
           INSPECT ADL-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PA-AUTH-NO TO ADL-AUTH-NO.
           MOVE PA-PROVIDER-CODE TO ADL-PROVIDER-CODE.
           MOVE PA-APPROVED-AMOUNT TO ADL-APPROVED.
           MOVE PA-VALID-FROM-DATE TO ADL-VALID-FROM.
           MOVE PA-VALID-TO-DATE TO ADL-VALID-TO.
           WRITE PRINT-LINE FROM AUTH-DETAIL-LINE.
      *
       700-WRITE-TOTALS-LINES.
      *
           MOVE AUTHS-READ-COUNT    TO ET-READ.
           MOVE AUTHS-LISTED-COUNT  TO ET-LISTED.
           MOVE UNUSED-AMOUNT-TOTAL TO ET-UNUSED-AMOUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM EXPIRED-TOTALS-LINE.
      *
       900-WRAP-UP.
           CLOSE PRIOR-AUTH-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

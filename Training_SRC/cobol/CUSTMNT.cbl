      * Batch maintenance program for the CUSTREC customer master.     *
      * Reads add/change/delete transactions and applies them against  *
      * an indexed file keyed on CUSTOMER-KEY (CUST-ID/REC-TYPE),      *
      * writing a transaction activity report as it goes.  A change    *
      * to a customer's mailing address clears any returned-mail       *
      * bad-address flag on CONTPREF, so mail resumes to the new one.  *
      * A customer billed in a foreign currency (CUST-CURRENCY-CODE)   *
      * sends its balance in that currency in CUST-CCY-BALANCE; the    *
      * run converts it through CURRCONV at the business-date rate     *
      * into ACCT-BALANCE, so the master and journal carry both and    *
      * the credit-limit check sees dollars.  No rate, no update.      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO UT-S-CUSTREFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFERRAL-ST.
           SELECT CONTPREF-FILE
               ASSIGN TO UT-S-CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS CONTPREF-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE
       FD  REFERRAL-FILE
           RECORD CONTAINS 335 CHARACTERS.
       01  REFERRAL-RECORD               PIC X(335).
      *
      * CONTACT PREFERENCES - OPTIONAL; WITHOUT IT A RETURNED-MAIL
      * FLAG STAYS ON UNTIL A RTNMAIL CLEAR TRANSACTION TAKES IT OFF.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
       WORKING-STORAGE SECTION.
       01  CUST-REC-WS.
           COPY CUSTREC1.
               88  REFERRAL-OK                    VALUE '00'.
           05  OVER-LIMIT-WS              PIC X(1).
               88  CHANGE-OVER-LIMIT              VALUE 'Y'.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
           05  CONTPREF-AVAILABLE-WS      PIC X(1)  VALUE 'N'.
               88  CONTPREF-AVAILABLE             VALUE 'Y'.
           05  ADDRESS-CHANGED-WS         PIC X(1).
               88  ADDRESS-CHANGED                VALUE 'Y'.
           05  BALANCE-CONVERTED-WS       PIC X(1).
               88  BALANCE-CONVERTED              VALUE 'Y'.
           COPY CURRCOB.
       01  TRAN-HELD-COUNT                PIC 9(5) VALUE ZERO.
       01  MAIL-RESUMED-COUNT             PIC 9(5) VALUE ZERO.
       01  JOURNAL-SEQ-WS                 PIC 9(7) VALUE ZERO.
       01  TRANS-READ-COUNT-WS            PIC 9(9) VALUE ZERO.
           COPY HNDOFCOB.
           05  RD-FUNCTION       PIC X(1).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  RD-STATUS         PIC X(20).
       01  REPORT-CURRENCY-LINE.
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE "CURRENCY ".
           05  RC-CURRENCY       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RC-CCY-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)  VALUE " AT ".
           05  RC-RATE           PIC ZZZZ9.999999.
           05  FILLER            PIC X(3)  VALUE " = ".
           05  RC-BALANCE        PIC -Z,ZZZ,ZZ9.99.
       01  REPORT-TOTALS-LINE.
           05  FILLER            PIC X(16) VALUE "TRANSACTIONS - ".
           05  FILLER            PIC X(6)  VALUE "ADDED ".
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           PERFORM 460-CONVERT-THE-BALANCE.
           EVALUATE TRUE
               WHEN REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN CT-ADD
                   PERFORM 500-ADD-CUSTOMER
               WHEN CT-CHANGE
           IF NOT REFERRAL-OK
               DISPLAY 'REFERRAL FILE OPEN PROBLEM'
               GO TO 999-ERROR-RTN.
           OPEN I-O CONTPREF-FILE.
           IF CONTPREF-OK
               MOVE 'Y' TO CONTPREF-AVAILABLE-WS
           ELSE
               DISPLAY 'CONTACT PREF FILE UNAVAILABLE - NO RETURNED '
                   'MAIL FLAGS CLEARED THIS RUN'
           END-IF.
      *
       400-READ-TRANSACTION.
      *
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT-WS
           END-READ.
      *
       460-CONVERT-THE-BALANCE.
      *
      *    ONLY THE '1' MASTER ROW CARRIES A BALANCE.  THE DOLLAR
      *    FIGURE ON A FOREIGN CUSTOMER'S CARD IS IGNORED - IT IS
      *    ALWAYS REDONE FROM THE CURRENCY BALANCE AT TODAY'S RATE.
           MOVE 'N' TO BALANCE-CONVERTED-WS.
           IF (CT-ADD OR CT-CHANGE)
               AND REC-TYPE OF CT-CUST-DATA-FIELDS = '1'
               AND CUST-CURRENCY-CODE OF CT-CUST-DATA-FIELDS
                   NOT = SPACES
               AND CUST-CURRENCY-CODE OF CT-CUST-DATA-FIELDS
                   NOT = 'USD'
               IF CUST-CCY-BALANCE OF CT-CUST-DATA-FIELDS
                   NOT NUMERIC
                   MOVE "REJECTED - CCY AMT" TO REPORT-STATUS-WS
               ELSE
                   MOVE CUST-CURRENCY-CODE OF CT-CUST-DATA-FIELDS
                       TO CV-CURRENCY-CODE
                   MOVE BD-BUSINESS-DATE TO CV-AS-OF-DATE
                   MOVE CUST-CCY-BALANCE OF CT-CUST-DATA-FIELDS
                       TO CV-FOREIGN-AMOUNT
                   CALL 'CURRCONV' USING CURRCONV-PARMS-WS
                   IF CV-OK
                       COMPUTE ACCT-BALANCE OF CT-CUST-DATA-FIELDS
                           = CV-FUNCTIONAL-AMOUNT
                           ON SIZE ERROR
                               MOVE "REJECTED - CCY AMT"
                                   TO REPORT-STATUS-WS
                           NOT ON SIZE ERROR
                               SET BALANCE-CONVERTED TO TRUE
                       END-COMPUTE
                   ELSE
                       MOVE "REJECTED - NO RATE" TO REPORT-STATUS-WS
                   END-IF
               END-IF
           END-IF.
      *
       500-ADD-CUSTOMER.
      *
                       TO REPORT-STATUS-WS
                   WRITE REFERRAL-RECORD FROM CUST-TRAN-RECORD
               ELSE
                   PERFORM 535-CHECK-ADDRESS-CHANGE
                   MOVE CT-CUST-DATA TO CUST-REC-WS
                   REWRITE CUST-MASTER-RECORD FROM CUST-REC-WS
                   IF CUSTFILE-OK
                       ADD 1 TO TRAN-CHANGE-COUNT
                       MOVE "CHANGED" TO REPORT-STATUS-WS
                       PERFORM 650-WRITE-JOURNAL
                       IF ADDRESS-CHANGED
                           PERFORM 540-CLEAR-BAD-ADDRESS
                       END-IF
                   ELSE
                       MOVE "REJECTED - CHANGE FAILED"
                           TO REPORT-STATUS-WS
                   END-IF
               END-IF
           END-IF.
      *
       535-CHECK-ADDRESS-CHANGE.
      *
      *    CUST-REC-WS STILL HOLDS THE MASTER AS IT WAS.
           MOVE 'N' TO ADDRESS-CHANGED-WS.
           IF REC-TYPE OF CT-CUST-DATA-FIELDS = '1'
               IF ADDR OF CT-CUST-DATA-FIELDS
                       NOT = ADDR OF CUST-REC-WS
                   OR CITY OF CT-CUST-DATA-FIELDS
                       NOT = CITY OF CUST-REC-WS
                   OR STATE OF CT-CUST-DATA-FIELDS
                       NOT = STATE OF CUST-REC-WS
                   OR COUNTRY OF CT-CUST-DATA-FIELDS
                       NOT = COUNTRY OF CUST-REC-WS
                   SET ADDRESS-CHANGED TO TRUE
               END-IF
           END-IF.
      *
       540-CLEAR-BAD-ADDRESS.
      *
      *    A NEW ADDRESS IS PRESUMED GOOD - THE RETURNED-MAIL FLAG
      *    COMES OFF AND THE NEXT LETTER, STATEMENT OR CARD GOES.
           IF CONTPREF-AVAILABLE
               MOVE CUST-ID OF CT-CUST-DATA-FIELDS TO CP-CUST-ID
               READ CONTPREF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTPREF-OK AND CP-BAD-ADDRESS
                   MOVE SPACE  TO CP-BAD-ADDRESS-FLAG
                   MOVE ZERO   TO CP-BAD-ADDRESS-DATE
                   MOVE SPACES TO CP-RETURN-REASON, CP-RETURN-SOURCE
                   REWRITE CONTACT-PREF-RECORD
                   IF CONTPREF-OK
                       ADD 1 TO MAIL-RESUMED-COUNT
                       MOVE "CHANGED - MAIL OK" TO REPORT-STATUS-WS
                   ELSE
                       DISPLAY 'CUSTMNT: CONTACT PREF REWRITE '
                           'PROBLEM ' CP-CUST-ID
                   END-IF
               END-IF
           END-IF.
      *
       520-DELETE-CUSTOMER.
      *
           MOVE CT-FUNCTION-CODE         TO RD-FUNCTION.
           MOVE REPORT-STATUS-WS         TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           IF BALANCE-CONVERTED
               MOVE CUST-CURRENCY-CODE OF CT-CUST-DATA-FIELDS
                   TO RC-CURRENCY
               MOVE CUST-CCY-BALANCE OF CT-CUST-DATA-FIELDS
                   TO RC-CCY-BALANCE
               MOVE CV-RATE TO RC-RATE
               MOVE ACCT-BALANCE OF CT-CUST-DATA-FIELDS TO RC-BALANCE
               WRITE REPORT-LINE FROM REPORT-CURRENCY-LINE
           END-IF.
      *
       680-VERIFY-THE-HANDOFF.
      *
               DISPLAY 'CUSTMNT: ' TRAN-HELD-COUNT
                   ' CHANGES HELD TO CREDIT REFERRAL'
           END-IF.
           IF MAIL-RESUMED-COUNT > ZERO
               DISPLAY 'CUSTMNT: ' MAIL-RESUMED-COUNT
                   ' RETURNED-MAIL FLAGS CLEARED BY ADDRESS CHANGE'
           END-IF.
           IF CREDLIM-AVAILABLE
               CLOSE CREDLIM-FILE
           END-IF.
           IF CONTPREF-AVAILABLE
               CLOSE CONTPREF-FILE
           END-IF.
           CLOSE CUSTFILE, TRANFILE, REPORTFILE, JOURNAL-FILE,
                 REFERRAL-FILE.
      *

      ******************************************************************
      * POSPAYX                                                        *
      * Positive-pay issued-check extract.  Walks the PAYMAST payments *
      * master and, for every payment that went to the bank as a       *
      * check, compares its status with the last thing the bank was    *
      * told (POSPSENT): a check issued since then goes out as an      *
      * issue record, and one voided (rejected), reissued or           *
      * escheated since it was sent goes out as a cancellation - so    *
      * the bank has every check we wrote and pays nothing else.       *
      * Checks on compliance hold or blocked never reached the bank    *
      * and are left off.  The file goes out in the bank's format      *
      * (POSPAY.cpy) with header and trailer counts and the next       *
      * sequence number from the POSPCTL control file; every record    *
      * sent is kept on the POSPHIST history.  When the bank reports   *
      * a missed day, GETPARM RESEND-SEQ names the file to send again  *
      * and the run rebuilds it from the history, flagged as a resend, *
      * without extracting anything new.  The account on the header    *
      * is GETPARM BANK-ACCT.                                          *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the outputs (POSPXRPT & SYSOUT)                   *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAYX.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSPCTL-FILE
               ASSIGN TO UT-S-POSPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPCTL-ST.
           SELECT PAYMENT-MASTER-FILE
               ASSIGN TO UT-S-PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-PAYMENT-REF
               FILE STATUS IS PAYMAST-ST.
           SELECT POSPSENT-FILE
               ASSIGN TO UT-S-POSPSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PAYMENT-REF
               FILE STATUS IS POSPSENT-ST.
           SELECT POSPHIST-FILE
               ASSIGN TO UT-S-POSPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPHIST-ST.
           SELECT POSPAY-FILE
               ASSIGN TO UT-S-POSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-ST.
           SELECT PRINTFILE
               ASSIGN TO POSPXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE LAST FILE SEQUENCE NUMBER SENT, AND WHEN.
       FD  POSPCTL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  POSPCTL-RECORD.
           05  PC-LAST-FILE-SEQ-NO       PIC 9(6).
           05  PC-LAST-RUN-DATE          PIC 9(8).
      *
       FD  PAYMENT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PAYMAST.
      *
       FD  POSPSENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY POSPSENT.
      *
      * EVERY POSITIVE-PAY RECORD EVER SENT, UNDER ITS FILE
      * SEQUENCE NUMBER - WHAT A RESEND IS REBUILT FROM.
       FD  POSPHIST-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  POSPAY-HISTORY-RECORD.
           05  PK-FILE-SEQ-NO            PIC 9(6).
           05  PK-RECORD-IMAGE           PIC X(80).
      *
       FD  POSPAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPAY.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PROGRAM-SWITCHES.
           05  POSPCTL-ST                 PIC X(2).
               88  POSPCTL-OK                     VALUE '00'.
           05  PAYMAST-ST                 PIC X(2).
               88  PAYMAST-OK                     VALUE '00'.
           05  POSPSENT-ST                PIC X(2).
               88  POSPSENT-OK                    VALUE '00'.
               88  POSPSENT-NOT-FOUND             VALUE '23'.
           05  POSPHIST-ST                PIC X(2).
               88  POSPHIST-OK                    VALUE '00'.
           05  POSPAY-ST                  PIC X(2).
               88  POSPAY-OK                      VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  BROWSE-DONE-WS             PIC X(1)  VALUE 'N'.
               88  BROWSE-DONE                    VALUE 'Y'.
           05  HISTORY-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
           05  RUN-MODE-WS                PIC X(1)  VALUE 'N'.
               88  RESEND-RUN                     VALUE 'R'.
       01  FILE-SEQ-NO-WS                 PIC 9(6) VALUE ZERO.
       01  LAST-FILE-SEQ-NO-WS            PIC 9(6) VALUE ZERO.
       01  BANK-ACCOUNT-WS                PIC X(17) VALUE 'OPERATING'.
       01  PARM-RESEND-VALUE-WS.
           05  PARM-RESEND-SEQ-WS         PIC 9(6).
       01  ACTION-WS                      PIC X(1).
       01  EXTRACT-TOTALS-WS.
           05  CHECKS-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  ISSUE-COUNT                PIC 9(7) VALUE ZERO.
           05  VOID-COUNT                 PIC 9(7) VALUE ZERO.
           05  REISSUE-COUNT              PIC 9(7) VALUE ZERO.
           05  ESCHEAT-COUNT              PIC 9(7) VALUE ZERO.
           05  DETAIL-COUNT               PIC 9(7) VALUE ZERO.
           05  DETAIL-AMOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  RESENT-RECORD-COUNT        PIC 9(7) VALUE ZERO.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(32) VALUE
                   "POSITIVE-PAY ISSUED-CHECK FILE ".
           05  FILLER            PIC X(9)  VALUE "SEQUENCE ".
           05  HL-FILE-SEQ-NO    PIC 9(6).
           05  FILLER            PIC X(3)  VALUE " - ".
           05  HL-DATE           PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HL-RESEND         PIC X(6).
       01  DETAIL-HEADING-LINE.
           05  FILLER            PIC X(12) VALUE "CHECK NO".
           05  FILLER            PIC X(10) VALUE "ACTION".
           05  FILLER            PIC X(16) VALUE "          AMOUNT".
           05  FILLER            PIC X(12) VALUE "  ISSUED".
           05  FILLER            PIC X(27) VALUE "PAYEE".
           05  FILLER            PIC X(8)  VALUE "SOURCE".
       01  CHECK-DETAIL-LINE.
           05  CD-CHECK-NO       PIC 9(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-ACTION         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-ISSUE-DATE     PIC 9999/99/99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-PAYEE-NAME     PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CD-SOURCE-SYSTEM  PIC X(8).
       01  TOTALS-LINE.
           05  TL-LABEL          PIC X(34).
           05  TL-COUNT          PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           IF RESEND-RUN
               PERFORM 250-RESEND-RECORD UNTIL NO-MORE-HISTORY
               IF RESENT-RECORD-COUNT = ZERO
                   DISPLAY 'POSPAYX: FILE ' FILE-SEQ-NO-WS
                       ' NOT ON THE HISTORY - NOTHING RESENT'
                   MOVE '000-MAINLINE' TO EL-PARAGRAPH
                   MOVE 'RESEND FILE NOT ON POSITIVE-PAY HISTORY'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
           ELSE
               PERFORM 400-WRITE-HEADER
               MOVE ZERO TO TD-PAYMENT-REF
               START PAYMENT-MASTER-FILE KEY >= TD-PAYMENT-REF
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM 200-CHECK-PAYMENT UNTIL BROWSE-DONE
               PERFORM 450-WRITE-TRAILER
               PERFORM 800-UPDATE-CONTROL
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'POSPAYX' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE 'POSPAYX' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'BANK-ACCT' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK AND GP-PARM-VALUE(1:17) NOT = SPACES
               MOVE GP-PARM-VALUE(1:17) TO BANK-ACCOUNT-WS
           END-IF.
           PERFORM 310-READ-CONTROL.
           MOVE 'RESEND-SEQ' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-RESEND-VALUE-WS
               IF PARM-RESEND-SEQ-WS NUMERIC
                   AND PARM-RESEND-SEQ-WS > ZERO
                   IF PARM-RESEND-SEQ-WS > LAST-FILE-SEQ-NO-WS
                       DISPLAY 'POSPAYX: RESEND-SEQ '
                           PARM-RESEND-SEQ-WS
                           ' HAS NOT BEEN SENT YET'
                       MOVE '100-HOUSEKEEPING' TO EL-PARAGRAPH
                       MOVE 'RESEND SEQUENCE NOT YET SENT'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
                   SET RESEND-RUN TO TRUE
                   MOVE PARM-RESEND-SEQ-WS TO FILE-SEQ-NO-WS
               END-IF
           END-IF.
           IF NOT RESEND-RUN
               COMPUTE FILE-SEQ-NO-WS = LAST-FILE-SEQ-NO-WS + 1
               MOVE SPACES TO HL-RESEND
           ELSE
               MOVE 'RESEND' TO HL-RESEND
           END-IF.
           PERFORM 300-OPEN-FILES.
           MOVE FILE-SEQ-NO-WS TO HL-FILE-SEQ-NO.
           MOVE BD-BUSINESS-DATE TO HL-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM DETAIL-HEADING-LINE.
      *
       200-CHECK-PAYMENT.
      *
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF TD-PAID-BY-CHECK
                       ADD 1 TO CHECKS-READ-COUNT
                       PERFORM 210-DECIDE-ACTION
                   END-IF
           END-READ.
      *
       210-DECIDE-ACTION.
      *
      *    WHAT THE BANK SHOULD NOW KNOW ABOUT THE CHECK.  A CLEARED
      *    CHECK NEEDS NOTHING MORE, AND A HELD OR BLOCKED ONE WAS
      *    NEVER PRINTED.
           EVALUATE TRUE
               WHEN TD-ISSUED OR TD-STALE
                   MOVE 'I' TO ACTION-WS
               WHEN TD-REJECTED
                   MOVE 'V' TO ACTION-WS
               WHEN TD-REISSUED
                   MOVE 'R' TO ACTION-WS
               WHEN TD-ESCHEATED
                   MOVE 'E' TO ACTION-WS
               WHEN OTHER
                   MOVE SPACE TO ACTION-WS
           END-EVALUATE.
           IF ACTION-WS NOT = SPACE
               MOVE TD-PAYMENT-REF TO PS-PAYMENT-REF
               READ POSPSENT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
      *        A CANCELLATION IS ONLY NEWS TO THE BANK IF IT WAS
      *        EVER TOLD THE CHECK WAS ISSUED.
               EVALUATE TRUE
                   WHEN POSPSENT-NOT-FOUND AND ACTION-WS = 'I'
                       PERFORM 500-SEND-CHECK
                       PERFORM 520-WRITE-SENT
                   WHEN POSPSENT-NOT-FOUND
                       CONTINUE
                   WHEN NOT POSPSENT-OK
                       DISPLAY 'POSITIVE-PAY SENT FILE READ PROBLEM'
                       MOVE '210-DECIDE-ACTION'
                          TO EL-PARAGRAPH
                       MOVE 'POSITIVE-PAY SENT FILE READ PROBLEM'
                          TO EL-ERROR-MESSAGE
                       MOVE 'POSPSENT' TO EL-FILE-NAME
                       MOVE POSPSENT-ST TO EL-FILE-STATUS
                       GO TO 999-ERROR-RTN
                   WHEN PS-LAST-ACTION = ACTION-WS
                       CONTINUE
                   WHEN OTHER
                       PERFORM 500-SEND-CHECK
                       PERFORM 530-REWRITE-SENT
               END-EVALUATE
           END-IF.
      *
       250-RESEND-RECORD.
      *
           READ POSPHIST-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   IF PK-FILE-SEQ-NO = FILE-SEQ-NO-WS
                       MOVE PK-RECORD-IMAGE TO POSITIVE-PAY-RECORD
                       IF PV-FILE-HEADER
                           SET PV-RESENT-FILE TO TRUE
                       END-IF
                       IF PV-CHECK-DETAIL
                           PERFORM 260-LIST-RESENT-CHECK
                       END-IF
                       PERFORM 410-WRITE-POSPAY
                       ADD 1 TO RESENT-RECORD-COUNT
                   END-IF
           END-READ.
      *
       260-LIST-RESENT-CHECK.
      *
           ADD 1 TO DETAIL-COUNT.
           ADD PV-AMOUNT TO DETAIL-AMOUNT-TOTAL.
           MOVE PV-CHECK-NO TO CD-CHECK-NO.
           PERFORM 510-SET-ACTION-TEXT.
           MOVE PV-AMOUNT TO CD-AMOUNT.
           MOVE PV-ISSUE-DATE TO CD-ISSUE-DATE.
           MOVE PV-PAYEE-NAME TO CD-PAYEE-NAME.
           MOVE SPACES TO CD-SOURCE-SYSTEM.
           WRITE PRINT-LINE FROM CHECK-DETAIL-LINE.
      *
       300-OPEN-FILES.
      *
           IF RESEND-RUN
               OPEN INPUT POSPHIST-FILE
           ELSE
               OPEN EXTEND POSPHIST-FILE
           END-IF.
           IF NOT POSPHIST-OK
               DISPLAY 'POSITIVE-PAY HISTORY OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY HISTORY OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPHIST' TO EL-FILE-NAME
               MOVE POSPHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           IF NOT RESEND-RUN
               OPEN INPUT PAYMENT-MASTER-FILE
               IF NOT PAYMAST-OK
                   DISPLAY 'PAYMENT MASTER OPEN PROBLEM'
                   MOVE '300-OPEN-FILES'
                      TO EL-PARAGRAPH
                   MOVE 'PAYMENT MASTER OPEN PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'PAYMAST' TO EL-FILE-NAME
                   MOVE PAYMAST-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
               OPEN I-O POSPSENT-FILE
               IF NOT POSPSENT-OK
                   DISPLAY 'POSITIVE-PAY SENT FILE OPEN PROBLEM'
                   MOVE '300-OPEN-FILES'
                      TO EL-PARAGRAPH
                   MOVE 'POSITIVE-PAY SENT FILE OPEN PROBLEM'
                      TO EL-ERROR-MESSAGE
                   MOVE 'POSPSENT' TO EL-FILE-NAME
                   MOVE POSPSENT-ST TO EL-FILE-STATUS
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
           OPEN OUTPUT POSPAY-FILE.
           IF NOT POSPAY-OK
               DISPLAY 'POSITIVE-PAY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPAY' TO EL-FILE-NAME
               MOVE POSPAY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'POSITIVE-PAY REGISTER OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY REGISTER OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-READ-CONTROL.
      *
      *    NO CONTROL RECORD YET MEANS NO FILE HAS EVER GONE OUT.
           OPEN INPUT POSPCTL-FILE.
           IF POSPCTL-OK
               READ POSPCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-LAST-FILE-SEQ-NO NUMERIC
                           MOVE PC-LAST-FILE-SEQ-NO
                               TO LAST-FILE-SEQ-NO-WS
                       END-IF
               END-READ
               CLOSE POSPCTL-FILE
           END-IF.
      *
       400-WRITE-HEADER.
      *
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PV-FILE-HEADER TO TRUE.
           MOVE BANK-ACCOUNT-WS TO PV-BANK-ACCOUNT.
           MOVE FILE-SEQ-NO-WS TO PV-FILE-SEQ-NO.
           MOVE BD-BUSINESS-DATE TO PV-CREATE-DATE.
           PERFORM 410-WRITE-POSPAY.
           PERFORM 420-WRITE-HISTORY.
      *
       410-WRITE-POSPAY.
      *
           WRITE POSITIVE-PAY-RECORD.
           IF NOT POSPAY-OK
               DISPLAY 'POSITIVE-PAY FILE WRITE PROBLEM'
               MOVE '410-WRITE-POSPAY'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPAY' TO EL-FILE-NAME
               MOVE POSPAY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       420-WRITE-HISTORY.
      *
           MOVE FILE-SEQ-NO-WS TO PK-FILE-SEQ-NO.
           MOVE POSITIVE-PAY-RECORD TO PK-RECORD-IMAGE.
           WRITE POSPAY-HISTORY-RECORD.
           IF NOT POSPHIST-OK
               DISPLAY 'POSITIVE-PAY HISTORY WRITE PROBLEM'
               MOVE '420-WRITE-HISTORY'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY HISTORY WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPHIST' TO EL-FILE-NAME
               MOVE POSPHIST-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       450-WRITE-TRAILER.
      *
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PV-FILE-TRAILER TO TRUE.
           MOVE DETAIL-COUNT TO PV-DETAIL-COUNT.
           MOVE DETAIL-AMOUNT-TOTAL TO PV-AMOUNT-TOTAL.
           PERFORM 410-WRITE-POSPAY.
           PERFORM 420-WRITE-HISTORY.
      *
       500-SEND-CHECK.
      *
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PV-CHECK-DETAIL TO TRUE.
           MOVE TD-PAYMENT-REF TO PV-CHECK-NO.
           MOVE TD-AMOUNT TO PV-AMOUNT.
           MOVE TD-ISSUE-DATE TO PV-ISSUE-DATE.
           MOVE TD-PAYEE-NAME TO PV-PAYEE-NAME.
           MOVE ACTION-WS TO PV-ACTION.
           PERFORM 410-WRITE-POSPAY.
           PERFORM 420-WRITE-HISTORY.
           ADD 1 TO DETAIL-COUNT.
           ADD TD-AMOUNT TO DETAIL-AMOUNT-TOTAL.
           EVALUATE TRUE
               WHEN PV-ISSUE
                   ADD 1 TO ISSUE-COUNT
               WHEN PV-VOID
                   ADD 1 TO VOID-COUNT
               WHEN PV-REISSUED
                   ADD 1 TO REISSUE-COUNT
               WHEN PV-ESCHEATED
                   ADD 1 TO ESCHEAT-COUNT
           END-EVALUATE.
           MOVE TD-PAYMENT-REF TO CD-CHECK-NO.
           PERFORM 510-SET-ACTION-TEXT.
           MOVE TD-AMOUNT TO CD-AMOUNT.
           MOVE TD-ISSUE-DATE TO CD-ISSUE-DATE.
           MOVE TD-PAYEE-NAME TO CD-PAYEE-NAME.
           MOVE TD-SOURCE-SYSTEM TO CD-SOURCE-SYSTEM.
           WRITE PRINT-LINE FROM CHECK-DETAIL-LINE.
      *
       510-SET-ACTION-TEXT.
      *
           EVALUATE TRUE
               WHEN PV-ISSUE
                   MOVE 'ISSUED' TO CD-ACTION
               WHEN PV-VOID
                   MOVE 'VOIDED' TO CD-ACTION
               WHEN PV-REISSUED
                   MOVE 'REISSUED' TO CD-ACTION
               WHEN PV-ESCHEATED
                   MOVE 'ESCHEAT' TO CD-ACTION
               WHEN OTHER
                   MOVE PV-ACTION TO CD-ACTION
           END-EVALUATE.
      *
       520-WRITE-SENT.
      *
           MOVE SPACES TO POSITIVE-PAY-SENT-RECORD.
           MOVE TD-PAYMENT-REF TO PS-PAYMENT-REF.
           MOVE ACTION-WS TO PS-LAST-ACTION.
           MOVE FILE-SEQ-NO-WS TO PS-FILE-SEQ-NO.
           MOVE BD-BUSINESS-DATE TO PS-SENT-DATE.
           WRITE POSITIVE-PAY-SENT-RECORD.
           IF NOT POSPSENT-OK
               DISPLAY 'POSITIVE-PAY SENT FILE WRITE PROBLEM'
               MOVE '520-WRITE-SENT'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY SENT FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPSENT' TO EL-FILE-NAME
               MOVE POSPSENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       530-REWRITE-SENT.
      *
           MOVE ACTION-WS TO PS-LAST-ACTION.
           MOVE FILE-SEQ-NO-WS TO PS-FILE-SEQ-NO.
           MOVE BD-BUSINESS-DATE TO PS-SENT-DATE.
           REWRITE POSITIVE-PAY-SENT-RECORD.
           IF NOT POSPSENT-OK
               DISPLAY 'POSITIVE-PAY SENT FILE REWRITE PROBLEM'
               MOVE '530-REWRITE-SENT'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY SENT FILE REWRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPSENT' TO EL-FILE-NAME
               MOVE POSPSENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-TOTALS.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF NOT RESEND-RUN
               MOVE 'CHECK PAYMENTS ON PAYMAST' TO TL-LABEL
               MOVE CHECKS-READ-COUNT TO TL-COUNT
               MOVE ZERO TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTALS-LINE
               MOVE 'ISSUED' TO TL-LABEL
               MOVE ISSUE-COUNT TO TL-COUNT
               WRITE PRINT-LINE FROM TOTALS-LINE
               MOVE 'VOIDED' TO TL-LABEL
               MOVE VOID-COUNT TO TL-COUNT
               WRITE PRINT-LINE FROM TOTALS-LINE
               MOVE 'REISSUED' TO TL-LABEL
               MOVE REISSUE-COUNT TO TL-COUNT
               WRITE PRINT-LINE FROM TOTALS-LINE
               MOVE 'ESCHEATED' TO TL-LABEL
               MOVE ESCHEAT-COUNT TO TL-COUNT
               WRITE PRINT-LINE FROM TOTALS-LINE
           END-IF.
           MOVE 'DETAIL RECORDS ON THE FILE' TO TL-LABEL.
           MOVE DETAIL-COUNT TO TL-COUNT.
           MOVE DETAIL-AMOUNT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTALS-LINE.
      *
       800-UPDATE-CONTROL.
      *
      *    THE SEQUENCE ONLY MOVES ON ONCE THE FILE IS COMPLETE.
           OPEN OUTPUT POSPCTL-FILE.
           IF NOT POSPCTL-OK
               DISPLAY 'POSITIVE-PAY CONTROL OPEN PROBLEM'
               MOVE '800-UPDATE-CONTROL'
                  TO EL-PARAGRAPH
               MOVE 'POSITIVE-PAY CONTROL OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'POSPCTL' TO EL-FILE-NAME
               MOVE POSPCTL-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           MOVE FILE-SEQ-NO-WS TO PC-LAST-FILE-SEQ-NO.
           MOVE BD-BUSINESS-DATE TO PC-LAST-RUN-DATE.
           WRITE POSPCTL-RECORD.
           CLOSE POSPCTL-FILE.
      *
       900-WRAP-UP.
           IF RESEND-RUN
               CLOSE POSPHIST-FILE, POSPAY-FILE, PRINTFILE
           ELSE
               CLOSE PAYMENT-MASTER-FILE, POSPSENT-FILE,
                     POSPHIST-FILE, POSPAY-FILE, PRINTFILE
           END-IF.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

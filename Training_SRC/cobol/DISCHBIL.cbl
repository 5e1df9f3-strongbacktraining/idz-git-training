      * receivable record, is marked billed on ADMITFIL so it can      *
      * never bill twice, and the run's revenue total goes to the GL   *
      * feed.                                                          *
      * A patient PATMST links to one of our insured members is billed *
      * the same way, but the receivable is marked to be claimed and   *
      * the bill says so: PATCLMGN files the stay against the member's *
      * policy, and once the claim pays only the member's share is left*
      * on the patient's balance.                                      *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
               ASSIGN TO UT-S-ROOMCHRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROOMCHRG-ST.
           SELECT PATIENT-FILE
               ASSIGN TO UT-S-PATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS PATIENT-ST.
           SELECT RECEIVABLE-FILE
               ASSIGN TO UT-S-PATRECV
               ORGANIZATION IS SEQUENTIAL
       FD  ROOM-CHARGE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY ROOMCHRG.
      *
      * PATIENT MASTER - FOR THE INSURED-MEMBER LINK.
       FD  PATIENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATIENT.
      *
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATRECV.
      *
       FD  GL-FEED-FILE
               88  ADMIT-OK                       VALUE '00'.
           05  ROOMCHRG-ST                PIC X(2).
               88  ROOMCHRG-OK                    VALUE '00'.
           05  PATIENT-ST                 PIC X(2).
               88  PATIENT-OK                     VALUE '00'.
           05  PATRECV-ST                 PIC X(2).
               88  PATRECV-OK                     VALUE '00'.
           05  GLFEED-ST                  PIC X(2).
       01  RUN-TOTALS-WS.
           05  STAYS-BILLED-COUNT         PIC 9(5) VALUE ZERO.
           05  REVENUE-TOTAL-WS           PIC S9(11)V99 VALUE ZERO.
           05  STAYS-TO-CLAIM-COUNT       PIC 9(5) VALUE ZERO.
           COPY BUSDTCOB.
       01  BILL-HEADER-LINE.
           05  FILLER            PIC X(16) VALUE "PATIENT BILL -  ".
           05  BT-NIGHTS         PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  BILL TOTAL  ".
           05  BT-TOTAL          PIC -ZZZ,ZZZ,ZZ9.99.
       01  BILL-INSURED-LINE.
           05  FILLER            PIC X(44) VALUE
                   "  INSURED MEMBER - CLAIM TO BE FILED, POLICY".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  BI-POLICY-NO      PIC 9(7).
           05  FILLER            PIC X(46) VALUE
                   " - MEMBER SHARE BILLED AFTER THE CLAIM SETTLES".
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(14) VALUE "STAYS BILLED  ".
           05  RT-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  ROOM REVENUE  ".
           05  RT-REVENUE        PIC $$,$$$,$$$,$$9.99.
           05  FILLER            PIC X(18) VALUE "  TO BE CLAIMED  ".
           05  RT-TO-CLAIM       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
               MOVE 'ADMITFIL' TO EL-FILE-NAME
               MOVE ADMIT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT PATIENT-FILE.
           IF NOT PATIENT-OK
               DISPLAY 'PATIENT MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'PATIENT MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'PATMST' TO EL-FILE-NAME
               MOVE PATIENT-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *    THE RECEIVABLES ARE CUMULATIVE ACROSS RUNS - EXTEND.
           OPEN EXTEND RECEIVABLE-FILE.
           IF NOT PATRECV-OK
           MOVE STAY-NIGHTS-WS TO BT-NIGHTS.
           MOVE STAY-TOTAL-WS TO BT-TOTAL.
           WRITE PRINT-LINE FROM BILL-TOTAL-LINE.
           MOVE AD-PATIENT-ID TO PT-PATIENT-ID.
           READ PATIENT-FILE
               INVALID KEY
                   MOVE SPACES TO PT-MEMBER-CUST-ID
           END-READ.
           IF PT-MEMBER-CUST-ID NOT = SPACES
               MOVE PT-MEMBER-POLICY-NO TO BI-POLICY-NO
               WRITE PRINT-LINE FROM BILL-INSURED-LINE
           END-IF.
           PERFORM 550-WRITE-RECEIVABLE.
           ADD 1 TO STAYS-BILLED-COUNT.
           ADD STAY-TOTAL-WS TO REVENUE-TOTAL-WS.
           MOVE BD-BUSINESS-DATE TO PR-BILL-DATE.
           MOVE AD-ADMIT-DATE TO PR-ADMIT-DATE.
           MOVE AD-DISCHARGE-DATE TO PR-DISCHARGE-DATE.
           MOVE STAY-TOTAL-WS TO PR-BILL-AMOUNT, PR-BALANCE-DUE.
           SET PR-OPEN TO TRUE.
           MOVE ZERO TO PR-CLAIM-KEY, PR-INSURANCE-PAID,
                PR-CONTRACT-ADJUSTMENT, PR-PLACED-DATE.
           IF PT-MEMBER-CUST-ID NOT = SPACES
               SET PR-CLAIM-TO-FILE TO TRUE
               ADD 1 TO STAYS-TO-CLAIM-COUNT
           ELSE
               SET PR-SELF-PAY TO TRUE
           END-IF.
           WRITE PATIENT-RECV-RECORD.
           IF NOT PATRECV-OK
               DISPLAY 'RECEIVABLE WRITE PROBLEM'
      *
           MOVE STAYS-BILLED-COUNT TO RT-COUNT.
           MOVE REVENUE-TOTAL-WS TO RT-REVENUE.
           MOVE STAYS-TO-CLAIM-COUNT TO RT-TO-CLAIM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
           END-IF.
      *
       900-WRAP-UP.
           CLOSE ADMIT-FILE, PATIENT-FILE, RECEIVABLE-FILE,
                 GL-FEED-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.

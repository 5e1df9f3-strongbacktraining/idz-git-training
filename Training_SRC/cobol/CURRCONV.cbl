      ******************************************************************
      * CURRCONV                                                       *
      * Shared currency-conversion subroutine in the GETPARM mold.     *
      * Callers name a currency, an as-of date and a transaction-      *
      * currency amount (parameter area in CURRCOB.cpy); the answer    *
      * is the amount in the functional currency at the CURRATE rate   *
      * with the latest effective date on or before that date.  A      *
      * blank or 'USD' currency converts one for one without a read.   *
      * The rate file is opened on first entry and left open across    *
      * the caller's run; when it cannot be opened every foreign       *
      * conversion answers CV-FILE-UNAVAILABLE and the caller refuses  *
      * the transaction rather than post it at face value.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRATE-FILE
               ASSIGN TO UT-S-CURRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RATE-KEY
               FILE STATUS IS CURRATE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CURRATE.
       WORKING-STORAGE SECTION.
       01  CURRATE-ST                    PIC X(2).
           88  CURRATE-OK                         VALUE '00'.
       01  RATE-FILE-STATE-WS            PIC X(1)    VALUE 'N'.
           88  RATE-FILE-NOT-YET-OPEN             VALUE 'N'.
           88  RATE-FILE-AVAILABLE                VALUE 'Y'.
           88  RATE-FILE-UNAVAILABLE              VALUE 'U'.
       01  BROWSE-DONE-WS                PIC X(1).
           88  BROWSE-DONE                        VALUE 'Y'.
       01  BEST-RATE-WS.
           05  BEST-FOUND-WS             PIC X(1).
               88  BEST-FOUND                     VALUE 'Y'.
           05  BEST-RATE-VALUE-WS        PIC 9(05)V9(06).
           05  BEST-RATE-DATE-WS         PIC 9(08).
       LINKAGE SECTION.
           COPY CURRCOB.
      *
       PROCEDURE DIVISION USING CURRCONV-PARMS-WS.
      *
       000-MAIN.
      *
           IF CV-CURRENCY-CODE = SPACES OR CV-CURRENCY-CODE = 'USD'
             MOVE 1 TO CV-RATE
             MOVE CV-AS-OF-DATE TO CV-RATE-DATE
             MOVE CV-FOREIGN-AMOUNT TO CV-FUNCTIONAL-AMOUNT
             SET CV-FUNCTIONAL-CURRENCY TO TRUE
             GOBACK
           END-IF.
           IF RATE-FILE-NOT-YET-OPEN
             OPEN INPUT CURRATE-FILE
             IF CURRATE-OK
               SET RATE-FILE-AVAILABLE TO TRUE
             ELSE
               DISPLAY 'CURRCONV: CURRENCY RATE FILE UNAVAILABLE - '
                  'NO FOREIGN CONVERSIONS THIS RUN'
               SET RATE-FILE-UNAVAILABLE TO TRUE
             END-IF
           END-IF.
           MOVE ZERO TO CV-RATE, CV-RATE-DATE, CV-FUNCTIONAL-AMOUNT.
           IF RATE-FILE-UNAVAILABLE
             SET CV-FILE-UNAVAILABLE TO TRUE
             GOBACK
           END-IF.
           PERFORM 100-FIND-EFFECTIVE-RATE.
           IF BEST-FOUND
             MOVE BEST-RATE-VALUE-WS TO CV-RATE
             MOVE BEST-RATE-DATE-WS TO CV-RATE-DATE
             COMPUTE CV-FUNCTIONAL-AMOUNT ROUNDED =
                 CV-FOREIGN-AMOUNT * BEST-RATE-VALUE-WS
             SET CV-OK TO TRUE
           ELSE
             SET CV-NO-RATE TO TRUE
           END-IF.
           GOBACK.
      *
       100-FIND-EFFECTIVE-RATE.
      *
      *    THE KEY SORTS CURRENCY/EFFECTIVE-DATE, SO A BROWSE FROM
      *    THE CURRENCY'S EARLIEST RATE FORWARD LEAVES THE LAST ROW
      *    AT OR BEFORE THE AS-OF DATE AS THE ANSWER.  A ZERO RATE
      *    ROW IS NEVER AN ANSWER.
           MOVE 'N' TO BEST-FOUND-WS.
           MOVE ZERO TO BEST-RATE-VALUE-WS, BEST-RATE-DATE-WS.
           MOVE 'N' TO BROWSE-DONE-WS.
           MOVE CV-CURRENCY-CODE TO CR-CURRENCY-CODE.
           MOVE ZERO TO CR-EFFECTIVE-DATE.
           START CURRATE-FILE KEY >= CR-RATE-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 110-BROWSE-NEXT-ROW UNTIL BROWSE-DONE.
      *
       110-BROWSE-NEXT-ROW.
      *
           READ CURRATE-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF CR-CURRENCY-CODE NOT = CV-CURRENCY-CODE
                       OR CR-EFFECTIVE-DATE > CV-AS-OF-DATE
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       IF CR-RATE NUMERIC AND CR-RATE > ZERO
                           SET BEST-FOUND TO TRUE
                           MOVE CR-RATE TO BEST-RATE-VALUE-WS
                           MOVE CR-EFFECTIVE-DATE TO BEST-RATE-DATE-WS
                       END-IF
                   END-IF
           END-READ.

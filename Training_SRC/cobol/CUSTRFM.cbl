      ******************************************************************
      * CUSTRFM                                                        *
      * Quarterly customer value segmentation.  Scores every CUST-REC  *
      * 1-5 on recency (months since the last month with activity),    *
      * frequency (orders) and monetary value (MONTH bucket totals),   *
      * taking this year from the twelve MONTH buckets and ORDERS-YTD  *
      * on the live master and the prior years from the CUSTYHST       *
      * year-end history (how many years back comes from PARMFILE,     *
      * CUSTRFM RFM-LOOKBACK, default 2).  Each customer is given a    *
      * named segment - champions, loyal, new, promising, at risk,     *
      * hibernating, lost - written to the CUSTSEG segment file keyed  *
      * on CUST-ID for CUSTDELT to carry downstream.  Customers gone   *
      * from the master are dropped from CUSTSEG.  The report gives    *
      * the count and value in each segment and a migration matrix of  *
      * how many customers moved from last quarter's segment to this   *
      * quarter's.                                                     *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (RFMRPT & SYSOUT)                     *
      *    3. Add the //CEEOPTS TEST card to Debug the program         *
      *    4. Add the   ENVAR(*"EQA_STARTUP_KEY=CC") for code coverage *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFM.
       AUTHOR.          STRONGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO UT-S-CUSTYHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-ST.
           SELECT CUSTFILE
               ASSIGN TO UT-S-CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-KEY OF CUST-MASTER-RECORD
               FILE STATUS IS CUSTFILE-ST.
           SELECT CUSTSEG-FILE
               ASSIGN TO UT-S-CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CUST-ID
               FILE STATUS IS CUSTSEG-ST.
           SELECT PRINTFILE
               ASSIGN TO RFMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTFILE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTYHST.
      *
       FD  CUSTFILE
           RECORD CONTAINS 334 CHARACTERS.
       01  CUST-MASTER-RECORD.
           COPY CUSTREC1.
      *
       FD  CUSTSEG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CUSTSEG.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  PROGRAM-SWITCHES.
           05  HISTORY-ST                 PIC X(2).
               88  HISTORY-OK                     VALUE '00'.
           05  CUSTFILE-ST                PIC X(2).
               88  CUSTFILE-OK                    VALUE '00'.
           05  CUSTSEG-ST                 PIC X(2).
               88  CUSTSEG-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  HISTORY-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-HISTORY                VALUE 'Y'.
           05  CUSTFILE-EOF-WS            PIC X(1)  VALUE 'N'.
               88  NO-MORE-CUSTOMERS              VALUE 'Y'.
           05  CUSTSEG-EOF-WS             PIC X(1)  VALUE 'N'.
               88  NO-MORE-SEGMENTS               VALUE 'Y'.
           05  SEGMENT-ON-FILE-WS         PIC X(1).
               88  SEGMENT-ON-FILE                VALUE 'Y'.
       01  RUN-DATE-WS.
           05  RUN-YEAR-WS                PIC 9(4).
           05  RUN-MONTH-WS               PIC 9(2).
           05  RUN-DAY-WS                 PIC 9(2).
       01  PERIOD-WORK-WS.
           05  CURRENT-PERIOD-WS          PIC 9(6).
           05  PERIOD-WS                  PIC 9(6).
           05  EARLIEST-YEAR-WS           PIC 9(4).
           05  LOOKBACK-YEARS-WS          PIC 9(2)  VALUE 2.
           05  MONTH-SUB                  PIC 9(2).
           COPY BUSDTCOB.
           COPY GPARMCOB.
       01  PARM-COUNT-VALUE-WS.
           05  PARM-COUNT-WS              PIC 9(2).
           05  FILLER                     PIC X(18).
      *
      * PRIOR-YEAR ACTIVITY BY CUSTOMER FROM THE YEAR-END HISTORY,
      * LIMITED TO THE LOOKBACK YEARS.  HT-LAST-PERIOD IS YEAR X 12
      * PLUS MONTH OF THE LATEST MONTH WITH ACTIVITY.
       01  HISTORY-TABLE-WS.
           05  HISTORY-COUNT              PIC 9(5)  VALUE ZERO.
           05  HISTORY-ENTRY OCCURS 5000 INDEXED BY HT-IDX.
               10  HT-CUST-ID             PIC X(5).
               10  HT-ORDERS              PIC S9(7).
               10  HT-MONETARY            PIC S9(11)V99.
               10  HT-LAST-PERIOD         PIC 9(6).
       01  HISTORY-FOUND-WS               PIC X(1).
           88  HISTORY-FOUND                      VALUE 'Y'.
       01  CUSTOMER-SCORE-WS.
           05  ORDER-TOTAL-WS             PIC S9(7).
           05  MONETARY-TOTAL-WS          PIC S9(11)V99.
           05  LAST-PERIOD-WS             PIC 9(6).
           05  MONTHS-SINCE-WS            PIC 9(3).
           05  RECENCY-SCORE-WS           PIC 9(1).
           05  FREQUENCY-SCORE-WS         PIC 9(1).
           05  MONETARY-SCORE-WS          PIC 9(1).
           05  SEGMENT-CODE-WS            PIC X(2).
           05  FROM-CODE-WS               PIC X(2).
           05  LOOKUP-CODE-WS             PIC X(2).
           05  LOOKUP-SUB                 PIC 9(1).
           05  FROM-SUB                   PIC 9(1).
           05  TO-SUB                     PIC 9(1).
      *
      * THE SEGMENTS, BEST FIRST.  SUBSCRIPT 8 IS 'NEW TO FILE' ON
      * THE FROM SIDE OF THE MIGRATION MATRIX AND 'DROPPED' ON THE
      * TO SIDE.
       01  SEGMENT-NAMES-WS.
           05  FILLER            PIC X(14) VALUE "CHCHAMPIONS".
           05  FILLER            PIC X(14) VALUE "LYLOYAL".
           05  FILLER            PIC X(14) VALUE "NWNEW".
           05  FILLER            PIC X(14) VALUE "PRPROMISING".
           05  FILLER            PIC X(14) VALUE "ARAT RISK".
           05  FILLER            PIC X(14) VALUE "HBHIBERNATING".
           05  FILLER            PIC X(14) VALUE "LOLOST".
           05  FILLER            PIC X(14) VALUE "  NEW TO FILE".
       01  SEGMENT-TABLE REDEFINES SEGMENT-NAMES-WS.
           05  SEGMENT-ENTRY OCCURS 8 INDEXED BY SEG-IDX.
               10  SEG-CODE               PIC X(2).
               10  SEG-NAME               PIC X(12).
       01  SEG-SUB                        PIC 9(1).
       01  CELL-SUB                       PIC 9(1).
       01  SEGMENT-TOTALS-WS.
           05  SEGMENT-TOTAL OCCURS 7.
               10  SGT-COUNT              PIC 9(7).
               10  SGT-VALUE              PIC S9(11)V99.
       01  MIGRATION-MATRIX-WS.
           05  MIGRATION-FROM OCCURS 8.
               10  MIGRATION-CELL         PIC 9(7)  OCCURS 8.
       01  RUN-TOTALS-WS.
           05  HISTORY-READ-COUNT         PIC 9(7)  VALUE ZERO.
           05  HISTORY-USED-COUNT         PIC 9(7)  VALUE ZERO.
           05  CUSTOMERS-SCORED-COUNT     PIC 9(7)  VALUE ZERO.
           05  SEGMENTS-DROPPED-COUNT     PIC 9(7)  VALUE ZERO.
           05  ROW-TOTAL-WS               PIC 9(7).
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(34) VALUE
                   "CUSTOMER VALUE SEGMENTATION -".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-DATE          PIC XXXX/XX/XX.
           05  FILLER            PIC X(12) VALUE "   LOOKBACK ".
           05  HDG-LOOKBACK      PIC Z9.
           05  FILLER            PIC X(6)  VALUE " YEARS".
       01  SEGMENT-HEADING-LINE.
           05  FILLER            PIC X(6)  VALUE "CODE".
           05  FILLER            PIC X(14) VALUE "SEGMENT".
           05  FILLER            PIC X(11) VALUE "CUSTOMERS".
           05  FILLER            PIC X(20) VALUE "            VALUE".
       01  SEGMENT-SUMMARY-LINE.
           05  SS-CODE           PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SS-NAME           PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SS-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SS-VALUE          PIC -$$$,$$$,$$$,$$9.99.
       01  MIGRATION-TITLE-LINE.
           05  FILLER            PIC X(40) VALUE
                   "SEGMENT MIGRATION SINCE LAST QUARTER -".
           05  FILLER            PIC X(20) VALUE
                   "FROM ROW TO COLUMN".
       01  MIGRATION-HEADING-LINE.
           05  FILLER            PIC X(14) VALUE "FROM".
           05  MIGRATION-HEADING OCCURS 7.
               10  FILLER        PIC X(7)  VALUE SPACES.
               10  MH-CODE       PIC X(2).
           05  FILLER            PIC X(9)  VALUE "  DROPPED".
           05  FILLER            PIC X(9)  VALUE "    TOTAL".
       01  MIGRATION-ROW-LINE.
           05  MR-FROM-NAME      PIC X(14).
           05  MIGRATION-COLUMN OCCURS 8.
               10  FILLER        PIC X(2)  VALUE SPACES.
               10  MR-COUNT      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MR-TOTAL          PIC ZZZ,ZZ9.
       01  RUN-TOTALS-LINE.
           05  FILLER            PIC X(19) VALUE "CUSTOMERS SCORED   ".
           05  RT-SCORED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(19) VALUE "   HISTORY USED    ".
           05  RT-HISTORY        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(19) VALUE "   DROPPED         ".
           05  RT-DROPPED        PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 250-SCORE-CUSTOMER UNTIL NO-MORE-CUSTOMERS.
           PERFORM 600-PURGE-DROPPED-SEGMENTS.
           PERFORM 700-WRITE-REPORT.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-HOUSEKEEPING.
      *
           MOVE 'CUSTRFM' TO EL-PROGRAM-ID.
           CALL 'BUSDATE' USING BUSDATE-PARMS-WS.
           MOVE BD-BUSINESS-DATE TO HDG-DATE, RUN-DATE-WS.
           COMPUTE CURRENT-PERIOD-WS = RUN-YEAR-WS * 12 + RUN-MONTH-WS.
           PERFORM 310-GET-LOOKBACK.
           COMPUTE EARLIEST-YEAR-WS = RUN-YEAR-WS - LOOKBACK-YEARS-WS.
           MOVE LOOKBACK-YEARS-WS TO HDG-LOOKBACK.
           MOVE ZERO TO SEGMENT-TOTALS-WS, MIGRATION-MATRIX-WS.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM HEADING-LINE-ONE.
      *
       200-LOAD-HISTORY.
      *
           READ HISTORY-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   IF CY-REC-TYPE = '1'
                       AND CY-CLOSE-YEAR >= EARLIEST-YEAR-WS
                       AND CY-CLOSE-YEAR < RUN-YEAR-WS
                       PERFORM 210-ADD-HISTORY-YEAR
                   END-IF
           END-READ.
      *
       210-ADD-HISTORY-YEAR.
      *
           ADD 1 TO HISTORY-USED-COUNT.
           SET HT-IDX TO 1.
           SEARCH HISTORY-ENTRY
               AT END
                   PERFORM 215-ADD-HISTORY-ENTRY
               WHEN HT-IDX > HISTORY-COUNT
                   PERFORM 215-ADD-HISTORY-ENTRY
               WHEN HT-CUST-ID(HT-IDX) = CY-CUST-ID
                   CONTINUE
           END-SEARCH.
           ADD CY-ORDERS-YTD TO HT-ORDERS(HT-IDX).
           PERFORM 220-TAKE-HISTORY-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
      *
       215-ADD-HISTORY-ENTRY.
      *
           IF HISTORY-COUNT >= 5000
               DISPLAY 'CUSTRFM: HISTORY TABLE OVERFLOW'
               MOVE '215-ADD-HISTORY-ENTRY'
                  TO EL-PARAGRAPH
               MOVE 'CUSTRFM: HISTORY TABLE OVERFLOW'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN
           END-IF.
           ADD 1 TO HISTORY-COUNT.
           SET HT-IDX TO HISTORY-COUNT.
           MOVE CY-CUST-ID TO HT-CUST-ID(HT-IDX).
           MOVE ZERO TO HT-ORDERS(HT-IDX), HT-MONETARY(HT-IDX),
                        HT-LAST-PERIOD(HT-IDX).
      *
       220-TAKE-HISTORY-MONTH.
      *
           IF CY-MONTH(MONTH-SUB) NOT = ZERO
               ADD CY-MONTH(MONTH-SUB) TO HT-MONETARY(HT-IDX)
               COMPUTE PERIOD-WS = CY-CLOSE-YEAR * 12 + MONTH-SUB
               IF PERIOD-WS > HT-LAST-PERIOD(HT-IDX)
                   MOVE PERIOD-WS TO HT-LAST-PERIOD(HT-IDX)
               END-IF
           END-IF.
      *
       250-SCORE-CUSTOMER.
      *
      *    ONLY REC-TYPE '1' MASTERS CARRY THE MONTH BUCKETS.
           READ CUSTFILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   IF REC-TYPE = '1'
                       PERFORM 500-SCORE-CUSTOMER-VALUE
                   END-IF
           END-READ.
      *
       300-OPEN-FILES.
      *
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-OK
               DISPLAY 'CUSTOMER YEAR HISTORY OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER YEAR HISTORY OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUSTYHST' TO EL-FILE-NAME
               MOVE HISTORY-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN INPUT CUSTFILE.
           IF NOT CUSTFILE-OK
               DISPLAY 'CUSTOMER MASTER FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER MASTER FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUST' TO EL-FILE-NAME
               MOVE CUSTFILE-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN I-O CUSTSEG-FILE.
           IF NOT CUSTSEG-OK
               DISPLAY 'CUSTOMER SEGMENT FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER SEGMENT FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUSTSEG' TO EL-FILE-NAME
               MOVE CUSTSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'SEGMENTATION REPORT OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'SEGMENTATION REPORT OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *
       310-GET-LOOKBACK.
      *
           MOVE 'CUSTRFM' TO GP-PROGRAM.
           MOVE BD-BUSINESS-DATE TO GP-AS-OF-DATE.
           MOVE 'RFM-LOOKBACK' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-COUNT-VALUE-WS
               IF PARM-COUNT-WS NUMERIC
                   MOVE PARM-COUNT-WS TO LOOKBACK-YEARS-WS
               END-IF
           END-IF.
           DISPLAY 'CUSTRFM: LOOKBACK ' LOOKBACK-YEARS-WS ' YEARS'.
      *
       500-SCORE-CUSTOMER-VALUE.
      *
           ADD 1 TO CUSTOMERS-SCORED-COUNT.
           MOVE ZERO TO MONETARY-TOTAL-WS, LAST-PERIOD-WS.
           IF ORDERS-YTD > ZERO
               MOVE ORDERS-YTD TO ORDER-TOTAL-WS
           ELSE
               MOVE ZERO TO ORDER-TOTAL-WS
           END-IF.
           PERFORM 510-TAKE-CURRENT-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           PERFORM 520-ADD-PRIOR-YEARS.
           PERFORM 530-SCORE-RECENCY.
           PERFORM 540-SCORE-FREQUENCY.
           PERFORM 550-SCORE-MONETARY.
           PERFORM 560-ASSIGN-SEGMENT.
           PERFORM 570-UPDATE-SEGMENT-FILE.
      *
       510-TAKE-CURRENT-MONTH.
      *
           IF MONTH(MONTH-SUB) NOT = ZERO
               ADD MONTH(MONTH-SUB) TO MONETARY-TOTAL-WS
               COMPUTE PERIOD-WS = RUN-YEAR-WS * 12 + MONTH-SUB
               IF PERIOD-WS > LAST-PERIOD-WS
                   MOVE PERIOD-WS TO LAST-PERIOD-WS
               END-IF
           END-IF.
      *
       520-ADD-PRIOR-YEARS.
      *
           MOVE 'N' TO HISTORY-FOUND-WS.
           SET HT-IDX TO 1.
           SEARCH HISTORY-ENTRY
               AT END
                   CONTINUE
               WHEN HT-IDX > HISTORY-COUNT
                   CONTINUE
               WHEN HT-CUST-ID(HT-IDX) = CUST-ID
                   SET HISTORY-FOUND TO TRUE
           END-SEARCH.
           IF HISTORY-FOUND
               ADD HT-MONETARY(HT-IDX) TO MONETARY-TOTAL-WS
               IF HT-ORDERS(HT-IDX) > ZERO
                   ADD HT-ORDERS(HT-IDX) TO ORDER-TOTAL-WS
               END-IF
               IF HT-LAST-PERIOD(HT-IDX) > LAST-PERIOD-WS
                   MOVE HT-LAST-PERIOD(HT-IDX) TO LAST-PERIOD-WS
               END-IF
           END-IF.
      *
       530-SCORE-RECENCY.
      *
      *    NO ACTIVITY ANYWHERE IN THE WINDOW COUNTS AS 999 MONTHS.
           EVALUATE TRUE
           WHEN LAST-PERIOD-WS = ZERO
               MOVE 999 TO MONTHS-SINCE-WS
           WHEN LAST-PERIOD-WS >= CURRENT-PERIOD-WS
               MOVE ZERO TO MONTHS-SINCE-WS
           WHEN CURRENT-PERIOD-WS - LAST-PERIOD-WS > 998
               MOVE 999 TO MONTHS-SINCE-WS
           WHEN OTHER
               COMPUTE MONTHS-SINCE-WS =
                   CURRENT-PERIOD-WS - LAST-PERIOD-WS
           END-EVALUATE.
           EVALUATE TRUE
           WHEN MONTHS-SINCE-WS <= 1
               MOVE 5 TO RECENCY-SCORE-WS
           WHEN MONTHS-SINCE-WS <= 3
               MOVE 4 TO RECENCY-SCORE-WS
           WHEN MONTHS-SINCE-WS <= 6
               MOVE 3 TO RECENCY-SCORE-WS
           WHEN MONTHS-SINCE-WS <= 12
               MOVE 2 TO RECENCY-SCORE-WS
           WHEN OTHER
               MOVE 1 TO RECENCY-SCORE-WS
           END-EVALUATE.
      *
       540-SCORE-FREQUENCY.
      *
           EVALUATE TRUE
           WHEN ORDER-TOTAL-WS >= 24
               MOVE 5 TO FREQUENCY-SCORE-WS
           WHEN ORDER-TOTAL-WS >= 12
               MOVE 4 TO FREQUENCY-SCORE-WS
           WHEN ORDER-TOTAL-WS >= 6
               MOVE 3 TO FREQUENCY-SCORE-WS
           WHEN ORDER-TOTAL-WS >= 2
               MOVE 2 TO FREQUENCY-SCORE-WS
           WHEN OTHER
               MOVE 1 TO FREQUENCY-SCORE-WS
           END-EVALUATE.
      *
       550-SCORE-MONETARY.
      *
           EVALUATE TRUE
           WHEN MONETARY-TOTAL-WS >= 50000
               MOVE 5 TO MONETARY-SCORE-WS
           WHEN MONETARY-TOTAL-WS >= 20000
               MOVE 4 TO MONETARY-SCORE-WS
           WHEN MONETARY-TOTAL-WS >= 5000
               MOVE 3 TO MONETARY-SCORE-WS
           WHEN MONETARY-TOTAL-WS >= 1000
               MOVE 2 TO MONETARY-SCORE-WS
           WHEN OTHER
               MOVE 1 TO MONETARY-SCORE-WS
           END-EVALUATE.
      *
       560-ASSIGN-SEGMENT.
      *
      *    FIRST RULE THAT FITS WINS.  AT RISK IS A CUSTOMER WHO USED
      *    TO ORDER OFTEN OR SPEND WELL BUT HAS GONE QUIET.
           EVALUATE TRUE
           WHEN RECENCY-SCORE-WS >= 4 AND FREQUENCY-SCORE-WS >= 4
                AND MONETARY-SCORE-WS >= 4
               MOVE 'CH' TO SEGMENT-CODE-WS
           WHEN RECENCY-SCORE-WS >= 3 AND FREQUENCY-SCORE-WS >= 4
               MOVE 'LY' TO SEGMENT-CODE-WS
           WHEN RECENCY-SCORE-WS >= 4 AND FREQUENCY-SCORE-WS <= 2
               MOVE 'NW' TO SEGMENT-CODE-WS
           WHEN RECENCY-SCORE-WS >= 3
               MOVE 'PR' TO SEGMENT-CODE-WS
           WHEN FREQUENCY-SCORE-WS >= 4 OR MONETARY-SCORE-WS >= 4
               MOVE 'AR' TO SEGMENT-CODE-WS
           WHEN RECENCY-SCORE-WS = 2
               MOVE 'HB' TO SEGMENT-CODE-WS
           WHEN OTHER
               MOVE 'LO' TO SEGMENT-CODE-WS
           END-EVALUATE.
           MOVE SEGMENT-CODE-WS TO LOOKUP-CODE-WS.
           PERFORM 590-FIND-SEGMENT.
           MOVE LOOKUP-SUB TO TO-SUB.
           ADD 1 TO SGT-COUNT(TO-SUB).
           ADD MONETARY-TOTAL-WS TO SGT-VALUE(TO-SUB).
      *
       570-UPDATE-SEGMENT-FILE.
      *
      *    A SECOND RUN ON THE SAME DAY MEASURES MIGRATION FROM THE
      *    SAME STARTING POINT AS THE FIRST.
           MOVE CUST-ID TO CG-CUST-ID.
           READ CUSTSEG-FILE
               INVALID KEY
                   MOVE 'N' TO SEGMENT-ON-FILE-WS
               NOT INVALID KEY
                   MOVE 'Y' TO SEGMENT-ON-FILE-WS
           END-READ.
           IF SEGMENT-ON-FILE
               IF CG-SCORED-DATE = BD-BUSINESS-DATE
                   MOVE CG-PRIOR-SEGMENT-CODE TO FROM-CODE-WS
               ELSE
                   MOVE CG-SEGMENT-CODE TO FROM-CODE-WS
               END-IF
           ELSE
               MOVE SPACES TO CUSTOMER-SEGMENT-RECORD
               MOVE CUST-ID TO CG-CUST-ID
               MOVE SPACES TO FROM-CODE-WS
           END-IF.
           MOVE FROM-CODE-WS TO LOOKUP-CODE-WS.
           PERFORM 590-FIND-SEGMENT.
           MOVE LOOKUP-SUB TO FROM-SUB.
           ADD 1 TO MIGRATION-CELL(FROM-SUB, TO-SUB).
           MOVE SEGMENT-CODE-WS    TO CG-SEGMENT-CODE.
           MOVE RECENCY-SCORE-WS   TO CG-RECENCY-SCORE.
           MOVE FREQUENCY-SCORE-WS TO CG-FREQUENCY-SCORE.
           MOVE MONETARY-SCORE-WS  TO CG-MONETARY-SCORE.
           MOVE MONTHS-SINCE-WS    TO CG-MONTHS-SINCE-ACTIVE.
           MOVE ORDER-TOTAL-WS     TO CG-ORDER-COUNT.
           MOVE MONETARY-TOTAL-WS  TO CG-MONETARY-VALUE.
           MOVE FROM-CODE-WS       TO CG-PRIOR-SEGMENT-CODE.
           MOVE BD-BUSINESS-DATE   TO CG-SCORED-DATE.
           IF SEGMENT-ON-FILE
               REWRITE CUSTOMER-SEGMENT-RECORD
           ELSE
               WRITE CUSTOMER-SEGMENT-RECORD
           END-IF.
           IF NOT CUSTSEG-OK
               DISPLAY 'CUSTOMER SEGMENT FILE UPDATE PROBLEM'
               MOVE '570-UPDATE-SEGMENT-FILE'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER SEGMENT FILE UPDATE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUSTSEG' TO EL-FILE-NAME
               MOVE CUSTSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       590-FIND-SEGMENT.
      *
      *    AN UNKNOWN OR BLANK CODE FALLS TO SUBSCRIPT 8.
           MOVE 8 TO LOOKUP-SUB.
           SET SEG-IDX TO 1.
           SEARCH SEGMENT-ENTRY
               AT END
                   CONTINUE
               WHEN SEG-IDX > 7
                   CONTINUE
               WHEN SEG-CODE(SEG-IDX) = LOOKUP-CODE-WS
                   SET LOOKUP-SUB TO SEG-IDX
           END-SEARCH.
      *
       600-PURGE-DROPPED-SEGMENTS.
      *
      *    ANY SEGMENT NOT RESCORED THIS RUN BELONGS TO A CUSTOMER
      *    NO LONGER ON THE MASTER.
           MOVE LOW-VALUES TO CG-CUST-ID.
           START CUSTSEG-FILE KEY >= CG-CUST-ID
               INVALID KEY
                   SET NO-MORE-SEGMENTS TO TRUE
           END-START.
           PERFORM 610-CHECK-DROPPED-SEGMENT UNTIL NO-MORE-SEGMENTS.
      *
       610-CHECK-DROPPED-SEGMENT.
      *
           READ CUSTSEG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SEGMENTS TO TRUE
               NOT AT END
                   IF CG-SCORED-DATE NOT = BD-BUSINESS-DATE
                       PERFORM 620-DROP-SEGMENT
                   END-IF
           END-READ.
      *
       620-DROP-SEGMENT.
      *
           MOVE CG-SEGMENT-CODE TO LOOKUP-CODE-WS.
           PERFORM 590-FIND-SEGMENT.
           ADD 1 TO MIGRATION-CELL(LOOKUP-SUB, 8).
           ADD 1 TO SEGMENTS-DROPPED-COUNT.
           DELETE CUSTSEG-FILE RECORD.
           IF NOT CUSTSEG-OK
               DISPLAY 'CUSTOMER SEGMENT FILE DELETE PROBLEM'
               MOVE '620-DROP-SEGMENT'
                  TO EL-PARAGRAPH
               MOVE 'CUSTOMER SEGMENT FILE DELETE PROBLEM'
                  TO EL-ERROR-MESSAGE
               MOVE 'CUSTSEG' TO EL-FILE-NAME
               MOVE CUSTSEG-ST TO EL-FILE-STATUS
               GO TO 999-ERROR-RTN.
      *
       700-WRITE-REPORT.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM SEGMENT-HEADING-LINE.
           PERFORM 710-WRITE-SEGMENT-LINE
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > 7.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM MIGRATION-TITLE-LINE.
           PERFORM 715-MOVE-HEADING-CODE
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > 7.
           WRITE PRINT-LINE FROM MIGRATION-HEADING-LINE.
           PERFORM 720-WRITE-MIGRATION-ROW
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > 8.
           MOVE CUSTOMERS-SCORED-COUNT TO RT-SCORED.
           MOVE HISTORY-USED-COUNT     TO RT-HISTORY.
           MOVE SEGMENTS-DROPPED-COUNT TO RT-DROPPED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RUN-TOTALS-LINE.
           DISPLAY 'CUSTRFM: SCORED ' CUSTOMERS-SCORED-COUNT
               ' DROPPED ' SEGMENTS-DROPPED-COUNT.
      *
       710-WRITE-SEGMENT-LINE.
      *
           MOVE SEG-CODE(SEG-SUB)  TO SS-CODE.
           MOVE SEG-NAME(SEG-SUB)  TO SS-NAME.
           MOVE SGT-COUNT(SEG-SUB) TO SS-COUNT.
           MOVE SGT-VALUE(SEG-SUB) TO SS-VALUE.
           WRITE PRINT-LINE FROM SEGMENT-SUMMARY-LINE.
      *
       715-MOVE-HEADING-CODE.
      *
           MOVE SEG-CODE(SEG-SUB) TO MH-CODE(SEG-SUB).
      *
       720-WRITE-MIGRATION-ROW.
      *
           MOVE SEG-NAME(SEG-SUB) TO MR-FROM-NAME.
           MOVE ZERO TO ROW-TOTAL-WS.
           PERFORM 730-MOVE-MIGRATION-CELL
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 8.
           MOVE ROW-TOTAL-WS TO MR-TOTAL.
           WRITE PRINT-LINE FROM MIGRATION-ROW-LINE.
      *
       730-MOVE-MIGRATION-CELL.
      *
           MOVE MIGRATION-CELL(SEG-SUB, CELL-SUB)
               TO MR-COUNT(CELL-SUB).
           ADD MIGRATION-CELL(SEG-SUB, CELL-SUB) TO ROW-TOTAL-WS.
      *
       900-WRAP-UP.
           CLOSE HISTORY-FILE, CUSTFILE, CUSTSEG-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           CALL 'ERRLOG' USING ERRLOG-PARMS-WS.
           MOVE -999 TO RETURN-CODE.
           GOBACK.

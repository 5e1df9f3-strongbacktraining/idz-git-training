      ******************************************************************
      * SANCMTCH                                                       *
      * Shared sanctions screening subroutine in the GETPARM mold.     *
      * Callers pass a party name and an as-of date (parameter area    *
      * in SANCMCOB.cpy).  On first entry the SANCLIST file SANCLOAD   *
      * builds is read into a table and left there for the caller's    *
      * run, and the hit threshold is fetched from PARMFILE (SANCMTCH  *
      * SANC-THRESH, default 85).  Each call normalizes the name the   *
      * CUSTDEDP way and scores it against every list entry by shared  *
      * letter pairs - 100 is the same name, transposed or misspelt    *
      * names still score high - and answers the best entry.  When     *
      * the list cannot be loaded every call answers                   *
      * SX-LIST-UNAVAILABLE; callers must not release anything then.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCMTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCLIST-FILE
               ASSIGN TO UT-S-SANCLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-ENTRY-ID
               FILE STATUS IS SANCLIST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCLIST-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY SANCLIST.
       WORKING-STORAGE SECTION.
       01  SANCLIST-ST                   PIC X(2).
           88  SANCLIST-OK                        VALUE '00'.
       01  LIST-STATE-WS                 PIC X(1)    VALUE 'N'.
           88  LIST-NOT-YET-LOADED                VALUE 'N'.
           88  LIST-AVAILABLE                     VALUE 'Y'.
           88  LIST-UNAVAILABLE                   VALUE 'U'.
       01  LIST-EOF-WS                   PIC X(1)    VALUE 'N'.
           88  NO-MORE-ENTRIES                    VALUE 'Y'.
       01  LIST-VERSION-WS               PIC X(10)   VALUE SPACES.
       01  THRESHOLD-WS                  PIC 9(3)    VALUE 85.
           COPY GPARMCOB.
       01  PARM-THRESHOLD-VALUE-WS.
           05  PARM-THRESHOLD-WS         PIC 9(3).
           05  FILLER                    PIC X(17).
      *
      * THE WHOLE PUBLISHED LIST, NORMALIZED NAMES AND LENGTHS.
       01  LIST-TABLE-WS.
           05  LIST-COUNT                PIC 9(5)    VALUE ZERO.
           05  LIST-ENTRY OCCURS 5000.
               10  LT-ENTRY-ID           PIC X(10).
               10  LT-ENTRY-NAME         PIC X(40).
               10  LT-NAME-NORM          PIC X(40).
               10  LT-NAME-LENGTH        PIC 9(2).
       01  LIST-SUB                      PIC 9(5).
       01  NORMALIZE-WORK-WS.
           05  NW-TEXT-IN                PIC X(40).
           05  NW-TEXT-OUT               PIC X(40).
           05  NW-IN-SUB                 PIC 9(2).
           05  NW-OUT-SUB                PIC 9(2).
       01  PARTY-WORK-WS.
           05  PARTY-NORM-WS             PIC X(40).
           05  PARTY-LENGTH-WS           PIC 9(2).
      *
      * LETTER-PAIR SCORING: 200 X PAIRS IN COMMON OVER THE PAIRS IN
      * BOTH NAMES.  A LIST PAIR ONCE MATCHED IS USED UP, SO 'AAAA'
      * DOES NOT SCORE 100 AGAINST 'AA'.
       01  PAIR-WORK-WS.
           05  PAIRS-PARTY-WS            PIC 9(2).
           05  PAIRS-ENTRY-WS            PIC 9(2).
           05  PAIRS-MATCHED-WS          PIC 9(2).
           05  PARTY-SUB                 PIC 9(2).
           05  ENTRY-SUB                 PIC 9(2).
           05  PAIR-FOUND-WS             PIC X(1).
               88  PAIR-FOUND                     VALUE 'Y'.
           05  PAIR-USED-TABLE.
               10  PAIR-USED             PIC X(1) OCCURS 40.
           05  SCORE-WS                  PIC 9(3).
           05  BEST-POSSIBLE-WS          PIC 9(3).
       LINKAGE SECTION.
           COPY SANCMCOB.
      *
       PROCEDURE DIVISION USING SANCMTCH-PARMS-WS.
      *
       000-MAIN.
      *
           IF LIST-NOT-YET-LOADED
               PERFORM 100-LOAD-LIST
           END-IF.
           MOVE ZERO TO SX-BEST-SCORE.
           MOVE SPACES TO SX-BEST-ENTRY-ID, SX-BEST-ENTRY-NAME.
           MOVE THRESHOLD-WS TO SX-THRESHOLD.
           MOVE LIST-VERSION-WS TO SX-LIST-VERSION.
           IF LIST-UNAVAILABLE
               SET SX-LIST-UNAVAILABLE TO TRUE
               GOBACK
           END-IF.
           MOVE SX-PARTY-NAME TO NW-TEXT-IN.
           PERFORM 250-NORMALIZE-TEXT.
           MOVE NW-TEXT-OUT TO PARTY-NORM-WS.
           MOVE NW-OUT-SUB TO PARTY-LENGTH-WS.
           IF PARTY-LENGTH-WS > ZERO
               PERFORM 300-SCORE-ENTRY
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > LIST-COUNT
           END-IF.
           IF SX-BEST-SCORE > SX-THRESHOLD
               SET SX-POTENTIAL-HIT TO TRUE
           ELSE
               SET SX-NO-MATCH TO TRUE
           END-IF.
           GOBACK.
      *
       100-LOAD-LIST.
      *
           SET LIST-AVAILABLE TO TRUE.
           OPEN INPUT SANCLIST-FILE.
           IF NOT SANCLIST-OK
               DISPLAY 'SANCMTCH: SANCTIONS LIST UNAVAILABLE - '
                  'NOTHING CAN BE SCREENED'
               SET LIST-UNAVAILABLE TO TRUE
           ELSE
               PERFORM 110-LOAD-ENTRY UNTIL NO-MORE-ENTRIES
               CLOSE SANCLIST-FILE
           END-IF.
           IF LIST-AVAILABLE AND LIST-COUNT = ZERO
               DISPLAY 'SANCMTCH: SANCTIONS LIST IS EMPTY - '
                  'NOTHING CAN BE SCREENED'
               SET LIST-UNAVAILABLE TO TRUE
           END-IF.
           MOVE 'SANCMTCH' TO GP-PROGRAM.
           MOVE SX-AS-OF-DATE TO GP-AS-OF-DATE.
           MOVE 'SANC-THRESH' TO GP-PARM-NAME.
           CALL 'GETPARM' USING GETPARM-PARMS-WS.
           IF GP-OK
               MOVE GP-PARM-VALUE TO PARM-THRESHOLD-VALUE-WS
               IF PARM-THRESHOLD-WS NUMERIC
                   AND PARM-THRESHOLD-WS > ZERO
                   AND PARM-THRESHOLD-WS < 100
                   MOVE PARM-THRESHOLD-WS TO THRESHOLD-WS
               END-IF
           END-IF.
           IF LIST-AVAILABLE
               DISPLAY 'SANCMTCH: LIST VERSION ' LIST-VERSION-WS
                   ' ENTRIES ' LIST-COUNT
                   ' THRESHOLD ' THRESHOLD-WS
           END-IF.
      *
       110-LOAD-ENTRY.
      *
           READ SANCLIST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ENTRIES TO TRUE
               NOT AT END
                   PERFORM 120-ADD-TABLE-ENTRY
           END-READ.
      *
       120-ADD-TABLE-ENTRY.
      *
      *    A LIST THAT WILL NOT FIT IS NOT LOADED AT ALL - SCREENING
      *    AGAINST PART OF THE LIST WOULD PASS NAMES IT NEVER SAW.
           IF LIST-COUNT >= 5000
               DISPLAY 'SANCMTCH: SANCTIONS TABLE OVERFLOW - '
                  'NOTHING CAN BE SCREENED'
               SET LIST-UNAVAILABLE TO TRUE
               SET NO-MORE-ENTRIES TO TRUE
           ELSE
               ADD 1 TO LIST-COUNT
               MOVE SL-ENTRY-ID     TO LT-ENTRY-ID(LIST-COUNT)
               MOVE SL-ENTRY-NAME   TO LT-ENTRY-NAME(LIST-COUNT)
               MOVE SL-NAME-NORM    TO LT-NAME-NORM(LIST-COUNT)
               MOVE SL-NAME-LENGTH  TO LT-NAME-LENGTH(LIST-COUNT)
               MOVE SL-LIST-VERSION TO LIST-VERSION-WS
           END-IF.
      *
       250-NORMALIZE-TEXT.
      *
      *    UPPER-CASE AND SQUEEZE OUT SPACES AND PUNCTUATION SO
      *    'J. Smith', 'J  SMITH' AND 'j-smith' ALL COMPARE EQUAL.
           INSPECT NW-TEXT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/&' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ      '.
           MOVE SPACES TO NW-TEXT-OUT.
           MOVE ZERO TO NW-OUT-SUB.
           PERFORM 260-SQUEEZE-CHARACTER
               VARYING NW-IN-SUB FROM 1 BY 1
               UNTIL NW-IN-SUB > 40.
      *
       260-SQUEEZE-CHARACTER.
      *
           IF NW-TEXT-IN(NW-IN-SUB:1) NOT = SPACE
               ADD 1 TO NW-OUT-SUB
               MOVE NW-TEXT-IN(NW-IN-SUB:1)
                   TO NW-TEXT-OUT(NW-OUT-SUB:1)
           END-IF.
      *
       300-SCORE-ENTRY.
      *
           IF LT-NAME-NORM(LIST-SUB) = PARTY-NORM-WS
               MOVE 100 TO SCORE-WS
           ELSE
               MOVE ZERO TO SCORE-WS
               IF PARTY-LENGTH-WS > 1
                   AND LT-NAME-LENGTH(LIST-SUB) > 1
                   PERFORM 310-SCORE-LETTER-PAIRS
               END-IF
           END-IF.
           IF SCORE-WS > SX-BEST-SCORE
               MOVE SCORE-WS TO SX-BEST-SCORE
               MOVE LT-ENTRY-ID(LIST-SUB) TO SX-BEST-ENTRY-ID
               MOVE LT-ENTRY-NAME(LIST-SUB) TO SX-BEST-ENTRY-NAME
           END-IF.
      *
       310-SCORE-LETTER-PAIRS.
      *
      *    NAMES OF VERY DIFFERENT LENGTHS CANNOT SHARE ENOUGH PAIRS
      *    TO BEAT THE BEST SO FAR - SKIP THE PAIR-BY-PAIR WORK.
           COMPUTE PAIRS-PARTY-WS = PARTY-LENGTH-WS - 1.
           COMPUTE PAIRS-ENTRY-WS = LT-NAME-LENGTH(LIST-SUB) - 1.
           IF PAIRS-PARTY-WS < PAIRS-ENTRY-WS
               COMPUTE BEST-POSSIBLE-WS = (200 * PAIRS-PARTY-WS)
                   / (PAIRS-PARTY-WS + PAIRS-ENTRY-WS)
           ELSE
               COMPUTE BEST-POSSIBLE-WS = (200 * PAIRS-ENTRY-WS)
                   / (PAIRS-PARTY-WS + PAIRS-ENTRY-WS)
           END-IF.
           IF BEST-POSSIBLE-WS > SX-BEST-SCORE
               MOVE ZERO TO PAIRS-MATCHED-WS
               MOVE SPACES TO PAIR-USED-TABLE
               PERFORM 320-MATCH-PARTY-PAIR
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > PAIRS-PARTY-WS
               COMPUTE SCORE-WS = (200 * PAIRS-MATCHED-WS)
                   / (PAIRS-PARTY-WS + PAIRS-ENTRY-WS)
           END-IF.
      *
       320-MATCH-PARTY-PAIR.
      *
           MOVE 'N' TO PAIR-FOUND-WS.
           PERFORM 330-COMPARE-ENTRY-PAIR
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > PAIRS-ENTRY-WS
                  OR PAIR-FOUND.
      *
       330-COMPARE-ENTRY-PAIR.
      *
           IF PAIR-USED(ENTRY-SUB) NOT = 'Y'
               AND PARTY-NORM-WS(PARTY-SUB:2) =
                   LT-NAME-NORM(LIST-SUB)(ENTRY-SUB:2)
               MOVE 'Y' TO PAIR-USED(ENTRY-SUB)
               ADD 1 TO PAIRS-MATCHED-WS
               SET PAIR-FOUND TO TRUE
           END-IF.

      * edit, so one bad record is stopped at the door instead of      *
      * silently distorting the cycle's totals.                        *
      *                                                                *
      * Accident/liability indicators arrive on LIABIN in the same     *
      * claim-key order as the claims.  Each is matched to its claim   *
      * and edited with it - a bad accident type or date rejects the   *
      * claim - and loaded to CLMLIAB beside the clean claim, so the   *
      * cycle opens a subrogation case when the claim pays.  An        *
      * indicator with no claim behind it goes to the edit-error file. *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)         T                    *
               ASSIGN TO UT-S-EDITERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDITERR-ST.
           SELECT LIAB-INPUT-FILE
               ASSIGN TO UT-S-LIABIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIABIN-ST.
           SELECT CLAIM-LIAB-FILE
               ASSIGN TO UT-S-CLMLIAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-CLAIM-KEY
               FILE STATUS IS CLMLIAB-ST.
           SELECT PRINTFILE
               ASSIGN TO CLMEDRPT
               ORGANIZATION IS SEQUENTIAL
           05  EE-FIELD-NAME             PIC X(20).
           05  EE-CLAIM-IMAGE            PIC X(90).
           05  FILLER                    PIC X(7).
      *
       FD  LIAB-INPUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LIAB-INPUT-RECORD.
           05  LI-CLAIM-KEY              PIC X(9).
           05  FILLER                    PIC X(41).
      *
       FD  CLAIM-LIAB-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLMLIAB.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  EDITERR-OK                     VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  LIABIN-ST                  PIC X(2).
               88  LIABIN-OK                      VALUE '00'.
           05  CLMLIAB-ST                 PIC X(2).
               88  CLMLIAB-OK                     VALUE '00'.
           05  RAWCLM-EOF-WS              PIC X(1)  VALUE 'N'.
               88  NO-MORE-RAW-CLAIMS              VALUE 'Y'.
           05  CLAIM-CLEAN-WS             PIC X(1).
               88  CLAIM-CLEAN                     VALUE 'Y'.
           05  LIABIN-AVAILABLE-WS        PIC X(1)  VALUE 'N'.
               88  LIABIN-AVAILABLE                VALUE 'Y'.
           05  LIABIN-EOF-WS              PIC X(1)  VALUE 'Y'.
               88  NO-MORE-LIABILITY               VALUE 'Y'.
           05  LIAB-MATCHED-WS            PIC X(1).
               88  LIAB-MATCHED                    VALUE 'Y'.
       01  LIAB-RECORD-WS                 PIC X(50).
       01  W-DTEVAL-DATE                  PIC X(8).
       01  W-DTEVAL-RETCD                 PIC S9(4).
       01  EDIT-COUNTS-WS.
           05  CLAIMS-CLEAN-COUNT         PIC 9(7) VALUE ZERO.
           05  CLAIMS-REJECT-COUNT        PIC 9(7) VALUE ZERO.
           05  EDIT-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           05  LIAB-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER            PIC X(24) VALUE
                   "CLAIMS EDIT REPORT".
           05  RT-REJECTED       PIC ZZZZZZ9.
           05  FILLER            PIC X(15) VALUE "  FIELD ERRORS ".
           05  RT-ERRORS         PIC ZZZZZZ9.
           05  FILLER            PIC X(21) VALUE
                   "  ACCIDENT INDICATORS".
           05  RT-LIAB-LOADED    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-EDIT-CLAIM UNTIL NO-MORE-RAW-CLAIMS.
           PERFORM 250-FLUSH-LIABILITY.
           PERFORM 700-WRITE-TOTALS-LINE.
           PERFORM 900-WRAP-UP.
           GOBACK.
           PERFORM 300-OPEN-FILES.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 400-READ-RAW-CLAIM.
           IF LIABIN-AVAILABLE
               MOVE 'N' TO LIABIN-EOF-WS
               PERFORM 410-READ-LIABILITY
           END-IF.
      *
       200-EDIT-CLAIM.
      *
           MOVE RAW-CLAIM-RECORD TO CLAIM-RECORD-WS.
           MOVE 'Y' TO CLAIM-CLEAN-WS.
           PERFORM 500-EDIT-FIELDS.
           PERFORM 530-MATCH-LIABILITY.
           IF CLAIM-CLEAN
               PERFORM 600-LOAD-CLEAN-CLAIM
           ELSE
               ADD 1 TO CLAIMS-REJECT-COUNT
           END-IF.
           PERFORM 400-READ-RAW-CLAIM.
      *
       250-FLUSH-LIABILITY.
      *
      *    ANY INDICATORS LEFT SORT AFTER THE LAST CLAIM.
           MOVE HIGH-VALUES TO CLAIM-KEY.
           PERFORM 540-SKIP-ORPHAN-LIABILITY
               UNTIL NO-MORE-LIABILITY.
      *
       300-OPEN-FILES.
      *
               MOVE 'EDIT ERROR FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
      *    NO LIABIN DATASET MEANS NO ACCIDENT CLAIMS IN THE FEED.
           OPEN INPUT LIAB-INPUT-FILE.
           IF LIABIN-OK
               MOVE 'Y' TO LIABIN-AVAILABLE-WS
           ELSE
               DISPLAY 'CLMEDIT: NO ACCIDENT INDICATOR INPUT'
           END-IF.
           OPEN OUTPUT CLAIM-LIAB-FILE.
           IF NOT CLMLIAB-OK
               DISPLAY 'CLAIM LIABILITY FILE OPEN PROBLEM'
               MOVE '300-OPEN-FILES'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM LIABILITY FILE OPEN PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRINTFILE.
           IF NOT PRINTFILE-OK
               DISPLAY 'CLAIMS EDIT REPORT OPEN PROBLEM'
               AT END
                   SET NO-MORE-RAW-CLAIMS TO TRUE
           END-READ.
      *
       410-READ-LIABILITY.
      *
           READ LIAB-INPUT-FILE INTO LIAB-RECORD-WS
               AT END
                   SET NO-MORE-LIABILITY TO TRUE
           END-READ.
      *
       500-EDIT-FIELDS.
      *
                   END-IF
               END-IF
           END-IF.
      *
       530-MATCH-LIABILITY.
      *
      *    INDICATORS THAT SORT AHEAD OF THIS CLAIM HAVE NO CLAIM
      *    BEHIND THEM.  ONE THAT MATCHES IS EDITED AS PART OF THE
      *    CLAIM AND LOADED WITH IT.
           MOVE 'N' TO LIAB-MATCHED-WS.
           PERFORM 540-SKIP-ORPHAN-LIABILITY
               UNTIL NO-MORE-LIABILITY
               OR LI-CLAIM-KEY NOT < CLAIM-KEY.
           IF NOT NO-MORE-LIABILITY
               AND LI-CLAIM-KEY = CLAIM-KEY
               MOVE 'Y' TO LIAB-MATCHED-WS
               MOVE LIAB-RECORD-WS TO CLAIM-LIABILITY-RECORD
               PERFORM 410-READ-LIABILITY
               IF NOT LB-VALID-ACCIDENT-TYPE
                   MOVE 'E15' TO EE-REASON-CODE
                   MOVE 'ACCIDENT TYPE' TO EE-FIELD-NAME
                   PERFORM 550-WRITE-EDIT-ERROR
               END-IF
               IF LB-ACCIDENT-DATE NOT NUMERIC
                   MOVE 'E16' TO EE-REASON-CODE
                   MOVE 'ACCIDENT DATE' TO EE-FIELD-NAME
                   PERFORM 550-WRITE-EDIT-ERROR
               ELSE
                   MOVE LB-ACCIDENT-DATE TO W-DTEVAL-DATE
                   MOVE W-DTEVAL-DATE(5:2) TO W-DTEVAL-DATE(1:2)
                   MOVE W-DTEVAL-DATE(7:2) TO W-DTEVAL-DATE(3:2)
                   MOVE LB-ACCIDENT-DATE TO W-DTEVAL-DATE(5:4)
                   CALL 'DTEVAL' USING W-DTEVAL-DATE, W-DTEVAL-RETCD
                   IF W-DTEVAL-RETCD NOT = 0
                       MOVE 'E16' TO EE-REASON-CODE
                       MOVE 'ACCIDENT DATE' TO EE-FIELD-NAME
                       PERFORM 550-WRITE-EDIT-ERROR
                   END-IF
               END-IF
           END-IF.
      *
       540-SKIP-ORPHAN-LIABILITY.
      *
           IF LI-CLAIM-KEY NOT = CLAIM-KEY
               MOVE 'E17' TO EE-REASON-CODE
               MOVE 'ACCIDENT NO CLAIM' TO EE-FIELD-NAME
               MOVE LIAB-RECORD-WS TO EE-CLAIM-IMAGE
               ADD 1 TO EDIT-ERROR-COUNT
               WRITE EDIT-ERROR-RECORD
               IF NOT EDITERR-OK
                   DISPLAY 'EDIT ERROR FILE WRITE PROBLEM'
                   MOVE '540-SKIP-ORPHAN-LIABILITY'
                      TO EL-PARAGRAPH
                   MOVE 'EDIT ERROR FILE WRITE PROBLEM'
                      TO EL-ERROR-MESSAGE
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
           PERFORM 410-READ-LIABILITY.
      *
       550-WRITE-EDIT-ERROR.
      *
           WRITE CLAIM-RECORD FROM CLAIM-RECORD-WS.
           IF CLAIMFILE-OK
               ADD 1 TO CLAIMS-CLEAN-COUNT
               IF LIAB-MATCHED
                   PERFORM 610-LOAD-LIABILITY
               END-IF
           ELSE
               IF CLAIMFILE-DUPLICATE
                   MOVE 'E12' TO EE-REASON-CODE
                   GO TO 999-ERROR-RTN
               END-IF
           END-IF.
      *
       610-LOAD-LIABILITY.
      *
           WRITE CLAIM-LIABILITY-RECORD.
           IF NOT CLMLIAB-OK
               DISPLAY 'CLAIM LIABILITY FILE WRITE PROBLEM'
               MOVE '610-LOAD-LIABILITY'
                  TO EL-PARAGRAPH
               MOVE 'CLAIM LIABILITY FILE WRITE PROBLEM'
                  TO EL-ERROR-MESSAGE
               GO TO 999-ERROR-RTN.
           ADD 1 TO LIAB-LOADED-COUNT.
      *
       700-WRITE-TOTALS-LINE.
      *
           MOVE LIAB-LOADED-COUNT   TO RT-LIAB-LOADED.
           MOVE CLAIMS-READ-COUNT   TO RT-READ.
           MOVE CLAIMS-CLEAN-COUNT  TO RT-CLEAN.
           MOVE CLAIMS-REJECT-COUNT TO RT-REJECTED.
           WRITE PRINT-LINE FROM REPORT-TOTALS-LINE.
      *
       900-WRAP-UP.
           IF LIABIN-AVAILABLE
               CLOSE LIAB-INPUT-FILE
           END-IF.
           CLOSE RAW-CLAIM-FILE, CLAIMFILE, EDIT-ERROR-FILE,
                 CLAIM-LIAB-FILE, PRINTFILE.
      *
       999-ERROR-RTN.
           MOVE 'CLMEDIT' TO EL-PROGRAM-ID.

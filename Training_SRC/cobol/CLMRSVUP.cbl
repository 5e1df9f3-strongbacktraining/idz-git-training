      ******************************************************************
      * CLMRSVUP                                                       *
      * Shared claim case-reserve maintenance subroutine in the        *
      * GETPARM mold.  The programs that move a claim into or out of   *
      * a holding queue - INSURCOB pending it, CLMPNDRL releasing it,  *
      * CLMFRAUD and CLMFRDSP holding and dispositioning it, APPLMNT   *
      * and CLMREADJ working its appeal - call here (parameter area    *
      * in RSVUPCOB.cpy) to set the claim's reserve up, move it to a   *
      * new amount, or close it when the claim pays or is denied.      *
      * Every change lands in the month's ADDED or RELEASED bucket so  *
      * RSVMEND can report the movement and post the net change.  The  *
      * reserve file is opened on first entry and left open until the *
      * caller's FINISH call; when it cannot be opened every call      *
      * answers CU-FILE-UNAVAILABLE and the caller runs on.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMRSVUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-RESERVE-FILE
               ASSIGN TO UT-S-CLMRSV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CV-CLAIM-KEY
               FILE STATUS IS CLMRSV-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-RESERVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLMRSV.
       WORKING-STORAGE SECTION.
       01  CLMRSV-ST                     PIC X(2).
           88  CLMRSV-OK                          VALUE '00'.
           88  CLMRSV-NOT-FOUND                   VALUE '23'.
       01  RSV-FILE-STATE-WS             PIC X(1)    VALUE 'N'.
           88  RSV-FILE-NOT-YET-OPEN              VALUE 'N'.
           88  RSV-FILE-AVAILABLE                 VALUE 'Y'.
           88  RSV-FILE-UNAVAILABLE               VALUE 'U'.
       LINKAGE SECTION.
           COPY RSVUPCOB.
      *
       PROCEDURE DIVISION USING CLMRSVUP-PARMS-WS.
      *
       000-MAIN.
      *
           IF CU-FINISH
             IF RSV-FILE-AVAILABLE
               CLOSE CLAIM-RESERVE-FILE
             END-IF
             SET RSV-FILE-NOT-YET-OPEN TO TRUE
             SET CU-OK TO TRUE
             GOBACK
           END-IF.
           IF RSV-FILE-NOT-YET-OPEN
             OPEN I-O CLAIM-RESERVE-FILE
             IF CLMRSV-OK
               SET RSV-FILE-AVAILABLE TO TRUE
             ELSE
               DISPLAY 'CLMRSVUP: CASE-RESERVE FILE UNAVAILABLE - '
                  'NO RESERVES MAINTAINED THIS RUN'
               SET RSV-FILE-UNAVAILABLE TO TRUE
             END-IF
           END-IF.
           IF RSV-FILE-UNAVAILABLE
             SET CU-FILE-UNAVAILABLE TO TRUE
             GOBACK
           END-IF.
           SET CU-OK TO TRUE.
           EVALUATE TRUE
             WHEN CU-SET-UP
               PERFORM 100-SET-UP-RESERVE
             WHEN CU-ADJUST
               PERFORM 200-ADJUST-RESERVE
             WHEN CU-CLOSE
               PERFORM 300-CLOSE-RESERVE
             WHEN OTHER
               SET CU-FILE-ERROR TO TRUE
           END-EVALUATE.
           GOBACK.
      *
       100-SET-UP-RESERVE.
      *
      *    A CLAIM CAN COME BACK THROUGH A QUEUE - RE-PENDED AFTER A
      *    RELEASE, APPEALED AFTER ITS DENIAL CLOSED THE RESERVE -
      *    SO AN EXISTING RECORD IS RE-QUEUED RATHER THAN REJECTED.
           MOVE CU-CLAIM-KEY TO CV-CLAIM-KEY.
           READ CLAIM-RESERVE-FILE.
           IF CLMRSV-OK
             IF CV-CLOSED
               SET CV-OPEN TO TRUE
               MOVE SPACE TO CV-CLOSE-REASON
               MOVE ZERO TO CV-CLOSE-DATE
               MOVE CU-ACTIVITY-DATE TO CV-OPEN-DATE
             END-IF
             PERFORM 400-MOVE-RESERVE
             MOVE CU-POLICY-TYPE TO CV-POLICY-TYPE
             MOVE CU-QUEUE TO CV-QUEUE
             MOVE CU-ACTIVITY-DATE TO CV-LAST-CHANGE-DATE
             REWRITE CLAIM-RESERVE-RECORD
           ELSE
             IF CLMRSV-NOT-FOUND
               MOVE SPACES TO CLAIM-RESERVE-RECORD
               MOVE CU-CLAIM-KEY TO CV-CLAIM-KEY
               MOVE CU-POLICY-TYPE TO CV-POLICY-TYPE
               MOVE CU-QUEUE TO CV-QUEUE
               SET CV-OPEN TO TRUE
               MOVE CU-RESERVE-AMOUNT TO CV-RESERVE-AMOUNT
               MOVE CU-RESERVE-AMOUNT TO CV-ADDED-MTD
               MOVE ZERO TO CV-MONTH-OPEN-AMT, CV-RELEASED-MTD
               MOVE CU-ACTIVITY-DATE TO CV-OPEN-DATE
               MOVE CU-ACTIVITY-DATE TO CV-LAST-CHANGE-DATE
               MOVE ZERO TO CV-CLOSE-DATE
               WRITE CLAIM-RESERVE-RECORD
             END-IF
           END-IF.
           IF NOT CLMRSV-OK
             DISPLAY 'CLMRSVUP: RESERVE SET-UP FAILED FOR '
                CU-POLICY-NO '-' CU-CLAIM-SEQ-NO ' STATUS ' CLMRSV-ST
             SET CU-FILE-ERROR TO TRUE
           END-IF.
      *
       200-ADJUST-RESERVE.
      *
           MOVE CU-CLAIM-KEY TO CV-CLAIM-KEY.
           READ CLAIM-RESERVE-FILE.
           IF NOT CLMRSV-OK
             SET CU-NOT-FOUND TO TRUE
           ELSE
             IF CV-CLOSED
               SET CU-NOT-FOUND TO TRUE
             ELSE
               PERFORM 400-MOVE-RESERVE
               IF CU-QUEUE NOT = SPACE
                 MOVE CU-QUEUE TO CV-QUEUE
               END-IF
               MOVE CU-ACTIVITY-DATE TO CV-LAST-CHANGE-DATE
               REWRITE CLAIM-RESERVE-RECORD
               IF NOT CLMRSV-OK
                 DISPLAY 'CLMRSVUP: RESERVE ADJUST FAILED FOR '
                    CU-POLICY-NO '-' CU-CLAIM-SEQ-NO
                    ' STATUS ' CLMRSV-ST
                 SET CU-FILE-ERROR TO TRUE
               END-IF
             END-IF
           END-IF.
      *
       300-CLOSE-RESERVE.
      *
           MOVE CU-CLAIM-KEY TO CV-CLAIM-KEY.
           READ CLAIM-RESERVE-FILE.
           IF NOT CLMRSV-OK
             SET CU-NOT-FOUND TO TRUE
           ELSE
             IF CV-CLOSED
               SET CU-NOT-FOUND TO TRUE
             ELSE
               ADD CV-RESERVE-AMOUNT TO CV-RELEASED-MTD
               MOVE ZERO TO CV-RESERVE-AMOUNT
               SET CV-CLOSED TO TRUE
               MOVE CU-CLOSE-REASON TO CV-CLOSE-REASON
               MOVE CU-ACTIVITY-DATE TO CV-CLOSE-DATE
               MOVE CU-ACTIVITY-DATE TO CV-LAST-CHANGE-DATE
               REWRITE CLAIM-RESERVE-RECORD
               IF NOT CLMRSV-OK
                 DISPLAY 'CLMRSVUP: RESERVE CLOSE FAILED FOR '
                    CU-POLICY-NO '-' CU-CLAIM-SEQ-NO
                    ' STATUS ' CLMRSV-ST
                 SET CU-FILE-ERROR TO TRUE
               END-IF
             END-IF
           END-IF.
      *
       400-MOVE-RESERVE.
      *
      *    AN INCREASE IS AN ADDITION AND A DECREASE A RELEASE, SO
      *    MONTH-OPEN PLUS ADDED LESS RELEASED ALWAYS EQUALS THE
      *    RESERVE HELD.
           IF CU-RESERVE-AMOUNT > CV-RESERVE-AMOUNT
             COMPUTE CV-ADDED-MTD = CV-ADDED-MTD
                 + CU-RESERVE-AMOUNT - CV-RESERVE-AMOUNT
           ELSE
             COMPUTE CV-RELEASED-MTD = CV-RELEASED-MTD
                 + CV-RESERVE-AMOUNT - CU-RESERVE-AMOUNT
           END-IF.
           MOVE CU-RESERVE-AMOUNT TO CV-RESERVE-AMOUNT.

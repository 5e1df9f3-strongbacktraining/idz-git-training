      * listed - when, which operator at which terminal, which         *
      * function against which CUSTOMER-KEY, and the CONTACT-INFO      *
      * value before and after - followed by an activity count per     *
      * operator.  Functions SECCHK refused for want of a role are     *
      * flagged DENIED and counted separately for each operator.       *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
           05  OPERATOR-ENTRY OCCURS 100.
               10  OC-OPERATOR-ID         PIC X(8).
               10  OC-UPDATE-COUNT        PIC 9(5).
               10  OC-DENIED-COUNT        PIC 9(5).
       01  OC-SUB                         PIC 9(3).
       01  OC-FOUND-SUB                   PIC 9(3).
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(4)  VALUE "FN".
           05  FILLER            PIC X(8)  VALUE "KEY".
           05  FILLER            PIC X(22) VALUE "BEFORE".
           05  FILLER            PIC X(22) VALUE "AFTER".
           05  FILLER            PIC X(7)  VALUE "RESULT".
       01  AUDIT-DETAIL-LINE.
           05  AD-DATE           PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-BEFORE-INFO    PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-AFTER-INFO     PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AD-OUTCOME        PIC X(6).
       01  SUMMARY-HEADING-LINE.
           05  FILLER            PIC X(21) VALUE
                   "UPDATES BY OPERATOR".
           05  SD-OPERATOR-ID    PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SD-UPDATE-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  SD-DENIED-COUNT   PIC ZZZZ9.
           05  FILLER            PIC X(7)  VALUE " DENIED".
      *
       PROCEDURE DIVISION.
      *
           MOVE SA-CUSTOMER-KEY TO AD-CUSTOMER-KEY.
           MOVE SA-BEFORE-INFO  TO AD-BEFORE-INFO.
           MOVE SA-AFTER-INFO   TO AD-AFTER-INFO.
           IF SA-DENIED
               MOVE 'DENIED' TO AD-OUTCOME
           ELSE
               MOVE SPACES TO AD-OUTCOME
           END-IF.
           WRITE PRINT-LINE FROM AUDIT-DETAIL-LINE.
           PERFORM 500-COUNT-BY-OPERATOR.
           PERFORM 400-READ-AUDIT.
               MOVE OPERATOR-COUNT TO OC-FOUND-SUB
               MOVE SA-OPERATOR-ID TO OC-OPERATOR-ID(OC-FOUND-SUB)
               MOVE ZERO TO OC-UPDATE-COUNT(OC-FOUND-SUB)
               MOVE ZERO TO OC-DENIED-COUNT(OC-FOUND-SUB)
           END-IF.
           IF SA-DENIED
               ADD 1 TO OC-DENIED-COUNT(OC-FOUND-SUB)
           ELSE
               ADD 1 TO OC-UPDATE-COUNT(OC-FOUND-SUB)
           END-IF.
      *
       700-WRITE-OPERATOR-SUMMARY.
      *
               UNTIL OC-SUB > OPERATOR-COUNT
               MOVE OC-OPERATOR-ID(OC-SUB)  TO SD-OPERATOR-ID
               MOVE OC-UPDATE-COUNT(OC-SUB) TO SD-UPDATE-COUNT
               MOVE OC-DENIED-COUNT(OC-SUB) TO SD-DENIED-COUNT
               WRITE PRINT-LINE FROM SUMMARY-DETAIL-LINE
           END-PERFORM.
      *

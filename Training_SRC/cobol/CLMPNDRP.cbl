           05  REASON-BENEFIT-COUNT       PIC 9(7) VALUE ZERO.
           05  REASON-PREMIUM-COUNT       PIC 9(7) VALUE ZERO.
           05  REASON-MAXIMUM-COUNT       PIC 9(7) VALUE ZERO.
           05  REASON-AUTH-COUNT          PIC 9(7) VALUE ZERO.
       01  REASON-TEXT-WS                 PIC X(25).
           COPY BUSDTCOB.
       01  HEADING-LINE-ONE.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE "OVER MAXIMUM ".
           05  RT-MAXIMUM        PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE "NO PRIOR AUTH ".
           05  RT-NO-AUTH        PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           WHEN PD-OVER-MAXIMUM
               MOVE 'OVER ALLOWED MAXIMUM' TO REASON-TEXT-WS
               ADD 1 TO REASON-MAXIMUM-COUNT
           WHEN PD-NO-PRIOR-AUTH
               MOVE 'NO PRIOR AUTHORIZATION' TO REASON-TEXT-WS
               ADD 1 TO REASON-AUTH-COUNT
           WHEN OTHER
               MOVE 'UNKNOWN' TO REASON-TEXT-WS
           END-EVALUATE.
           MOVE REASON-BENEFIT-COUNT TO RT-BENEFIT.
           MOVE REASON-PREMIUM-COUNT TO RT-PREMIUM.
           MOVE REASON-MAXIMUM-COUNT TO RT-MAXIMUM.
           MOVE REASON-AUTH-COUNT TO RT-NO-AUTH.
           WRITE PRINT-LINE FROM REASON-TOTALS-LINE.
      *
       900-WRAP-UP.

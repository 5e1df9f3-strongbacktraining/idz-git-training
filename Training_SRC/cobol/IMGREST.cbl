               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RO-ROOM-KEY
               FILE STATUS IS ROOM-OCC-ST.
           SELECT POLMAST-FILE
               ASSIGN TO UT-S-POLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS POLMAST-ST.
           SELECT LOANMAST-FILE
               ASSIGN TO UT-S-LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NO
               FILE STATUS IS LOANMAST-ST.
           SELECT PRINTFILE
               ASSIGN TO IMGRSRPT
               ORGANIZATION IS SEQUENTIAL
               88  IH-CLAIM-COPY                 VALUE 'CLAIM  '.
               88  IH-CUST-COPY                  VALUE 'CUST   '.
               88  IH-ROOMOCC-COPY               VALUE 'ROOMOCC'.
               88  IH-POLMAST-COPY               VALUE 'POLMAST'.
               88  IH-LOANMAST-COPY              VALUE 'LOANMST'.
           05  IH-COPY-DATE              PIC 9(8).
           05  FILLER                    PIC X(325).
       01  IMAGE-DETAIL-RECORD REDEFINES IMAGE-RECORD.
       FD  ROOM-OCC-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY ROOMOCC.
      *
       FD  POLMAST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY POLMAST.
      *
       FD  LOANMAST-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY LOANMAST.
      *
       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
               88  CUSTFILE-OK                    VALUE '00'.
           05  ROOM-OCC-ST                PIC X(2).
               88  ROOM-OCC-OK                    VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  PRINTFILE-OK                   VALUE '00'.
           05  IMAGE-EOF-WS               PIC X(1)  VALUE 'N'.
               88  SV-CLAIM-COPY                  VALUE 'CLAIM  '.
               88  SV-CUST-COPY                   VALUE 'CUST   '.
               88  SV-ROOMOCC-COPY                VALUE 'ROOMOCC'.
               88  SV-POLMAST-COPY                VALUE 'POLMAST'.
               88  SV-LOANMAST-COPY               VALUE 'LOANMST'.
           05  SAVED-GENERATION           PIC 9(4).
       01  VERIFY-WORK-WS.
           05  DETAIL-COUNT-WS            PIC 9(9) VALUE ZERO.
               WHEN SV-ROOMOCC-COPY
                   MOVE ID-RECORD-IMAGE(1:10) TO ROOM-OCC-RECORD
                   ADD RO-CURRENT-OCCUPANCY TO MONEY-HASH-WS
               WHEN SV-POLMAST-COPY
                   MOVE ID-RECORD-IMAGE(1:60) TO POLICY-MASTER-RECORD
                   ADD PM-POLICY-AMOUNT TO MONEY-HASH-WS
               WHEN SV-LOANMAST-COPY
                   MOVE ID-RECORD-IMAGE(1:90) TO LOAN-MASTER-RECORD
                   ADD LM-CURRENT-BALANCE TO MONEY-HASH-WS
               WHEN OTHER
                   SET COPY-CORRUPT TO TRUE
           END-EVALUATE.
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
               WHEN SV-POLMAST-COPY
                   OPEN OUTPUT POLMAST-FILE
                   IF NOT POLMAST-OK
                       DISPLAY 'POLICY MASTER FILE OPEN PROBLEM'
                       MOVE '550-RELOAD-MASTER'
                          TO EL-PARAGRAPH
                       MOVE 'POLICY MASTER FILE OPEN PROBLEM'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
               WHEN SV-LOANMAST-COPY
                   OPEN OUTPUT LOANMAST-FILE
                   IF NOT LOANMAST-OK
                       DISPLAY 'LOAN MASTER FILE OPEN PROBLEM'
                       MOVE '550-RELOAD-MASTER'
                          TO EL-PARAGRAPH
                       MOVE 'LOAN MASTER FILE OPEN PROBLEM'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
           END-EVALUATE.
           PERFORM 400-READ-IMAGE.
           PERFORM 560-LOAD-IMAGE-RECORD UNTIL NO-MORE-IMAGE.
                   CLOSE CUSTFILE
               WHEN SV-ROOMOCC-COPY
                   CLOSE ROOM-OCC-FILE
               WHEN SV-POLMAST-COPY
                   CLOSE POLMAST-FILE
               WHEN SV-LOANMAST-COPY
                   CLOSE LOANMAST-FILE
           END-EVALUATE.
      *
       560-LOAD-IMAGE-RECORD.
                              TO EL-ERROR-MESSAGE
                           GO TO 999-ERROR-RTN
                       END-IF
                   WHEN SV-POLMAST-COPY
                       MOVE ID-RECORD-IMAGE(1:60)
                           TO POLICY-MASTER-RECORD
                       WRITE POLICY-MASTER-RECORD
                       IF NOT POLMAST-OK
                           DISPLAY 'POLICY MASTER LOAD PROBLEM'
                           MOVE '560-LOAD-IMAGE-RECORD'
                              TO EL-PARAGRAPH
                           MOVE 'POLICY MASTER LOAD PROBLEM'
                              TO EL-ERROR-MESSAGE
                           GO TO 999-ERROR-RTN
                       END-IF
                   WHEN SV-LOANMAST-COPY
                       MOVE ID-RECORD-IMAGE(1:90)
                           TO LOAN-MASTER-RECORD
                       WRITE LOAN-MASTER-RECORD
                       IF NOT LOANMAST-OK
                           DISPLAY 'LOAN MASTER LOAD PROBLEM'
                           MOVE '560-LOAD-IMAGE-RECORD'
                              TO EL-PARAGRAPH
                           MOVE 'LOAN MASTER LOAD PROBLEM'
                              TO EL-ERROR-MESSAGE
                           GO TO 999-ERROR-RTN
                       END-IF
               END-EVALUATE
               ADD 1 TO RECORDS-LOADED-WS
           END-IF.

      * IMGCOPY                                                        *
      * Generation-managed image copy of the update-in-place indexed   *
      * masters, run before each maintenance cycle.  The control card  *
      * names which master is being copied (CLAIM, CUST, ROOMOCC,      *
      * POLMAST or LOANMST) and how many generations to keep; the copy *
      * carries a header with the generation number and date and a     *
      * trailer with the record count and a money-field hash total     *
      * (claim amounts, account balances, occupancy counts, policy     *
      * amounts or loan balances), so IMGREST can prove a copy is      *
      * whole before it ever touches the master and IMGCMP can compare *
      * two generations field by field.  The generation number comes   *
      * from the GENCTL control file and the report names the          *
      * generations now past retention for the operator to age off.    *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
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
           SELECT IMAGE-FILE
               ASSIGN TO UT-S-IMGCOPY
               ORGANIZATION IS SEQUENTIAL
               88  IM-CLAIM-COPY                 VALUE 'CLAIM  '.
               88  IM-CUST-COPY                  VALUE 'CUST   '.
               88  IM-ROOMOCC-COPY               VALUE 'ROOMOCC'.
               88  IM-POLMAST-COPY               VALUE 'POLMAST'.
               88  IM-LOANMAST-COPY              VALUE 'LOANMST'.
           05  IM-KEEP-GENERATIONS       PIC 9(3).
      *
       FD  GENCTL-FILE
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
       FD  IMAGE-FILE
           RECORD CONTAINS 345 CHARACTERS.
               88  CUSTFILE-OK                    VALUE '00'.
           05  ROOM-OCC-ST                PIC X(2).
               88  ROOM-OCC-OK                    VALUE '00'.
           05  POLMAST-ST                 PIC X(2).
               88  POLMAST-OK                     VALUE '00'.
           05  LOANMAST-ST                PIC X(2).
               88  LOANMAST-OK                    VALUE '00'.
           05  IMAGE-ST                   PIC X(2).
               88  IMAGE-OK                       VALUE '00'.
           05  PRINTFILE-ST               PIC X(2).
               88  SV-CLAIM-COPY                  VALUE 'CLAIM  '.
               88  SV-CUST-COPY                   VALUE 'CUST   '.
               88  SV-ROOMOCC-COPY                VALUE 'ROOMOCC'.
               88  SV-POLMAST-COPY                VALUE 'POLMAST'.
               88  SV-LOANMAST-COPY               VALUE 'LOANMST'.
       01  COPY-WORK-WS.
           05  GENERATION-WS              PIC 9(4) VALUE ZERO.
           05  KEEP-GENERATIONS-WS        PIC 9(3) VALUE 5.
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
               WHEN SV-POLMAST-COPY
                   OPEN INPUT POLMAST-FILE
                   IF NOT POLMAST-OK
                       DISPLAY 'POLICY MASTER FILE OPEN PROBLEM'
                       MOVE '310-READ-COPY-CONTROL'
                          TO EL-PARAGRAPH
                       MOVE 'POLICY MASTER FILE OPEN PROBLEM'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
               WHEN SV-LOANMAST-COPY
                   OPEN INPUT LOANMAST-FILE
                   IF NOT LOANMAST-OK
                       DISPLAY 'LOAN MASTER FILE OPEN PROBLEM'
                       MOVE '310-READ-COPY-CONTROL'
                          TO EL-PARAGRAPH
                       MOVE 'LOAN MASTER FILE OPEN PROBLEM'
                          TO EL-ERROR-MESSAGE
                       GO TO 999-ERROR-RTN
                   END-IF
               WHEN OTHER
                   DISPLAY 'IMGCOPY: UNKNOWN FILE TYPE - '
                       SV-FILE-TYPE
                       AT END
                           SET NO-MORE-SOURCE TO TRUE
                   END-READ
               WHEN SV-POLMAST-COPY
                   READ POLMAST-FILE
                       AT END
                           SET NO-MORE-SOURCE TO TRUE
                   END-READ
               WHEN SV-LOANMAST-COPY
                   READ LOANMAST-FILE
                       AT END
                           SET NO-MORE-SOURCE TO TRUE
                   END-READ
           END-EVALUATE.
      *
       500-COPY-SOURCE-RECORD.
               WHEN SV-ROOMOCC-COPY
                   MOVE ROOM-OCC-RECORD TO ID-RECORD-IMAGE
                   ADD RO-CURRENT-OCCUPANCY TO MONEY-HASH-WS
               WHEN SV-POLMAST-COPY
                   MOVE POLICY-MASTER-RECORD TO ID-RECORD-IMAGE
                   ADD PM-POLICY-AMOUNT TO MONEY-HASH-WS
               WHEN SV-LOANMAST-COPY
                   MOVE LOAN-MASTER-RECORD TO ID-RECORD-IMAGE
                   ADD LM-CURRENT-BALANCE TO MONEY-HASH-WS
           END-EVALUATE.
           WRITE IMAGE-RECORD.
           IF NOT IMAGE-OK
                   CLOSE CUSTFILE
               WHEN SV-ROOMOCC-COPY
                   CLOSE ROOM-OCC-FILE
               WHEN SV-POLMAST-COPY
                   CLOSE POLMAST-FILE
               WHEN SV-LOANMAST-COPY
                   CLOSE LOANMAST-FILE
           END-EVALUATE.
           CLOSE IMAGE-FILE, PRINTFILE.
      *

           COPY CLMHIST.
      *
       FD  BENPLAN-CTL-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  BENPLAN-CTL-RECORD.
           05  BPC-POLICY-TYPE           PIC 9(1).
           05  BPC-DEDUCTIBLE-PERC       PIC V999.
           05  BPC-COINSURANCE           PIC V99.
           05  BPC-RETENTION-AMT         PIC 9(7)V99.
           05  BPC-OOP-MAXIMUM           PIC 9(7)V99.
           05  BPC-OON-COINSURANCE       PIC V99.
           05  BPC-OON-OOP-MAXIMUM       PIC 9(7)V99.
      *
       FD  COBADJ-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *    ALREADY RAN - THE BYPASS KEEPS THE MEMBER'S OUT-OF-POCKET
      *    ACCUMULATORS FROM BANKING THE SAME SHARE TWICE.
           05 CLMPAY-OOP-BYPASS-WS       PIC X(1) VALUE 'Y'.
           05 CLMPAY-OON-COINSURANCE     PIC V99.
           05 CLMPAY-OON-OOP-MAXIMUM     PIC 9(7)V99.
           COPY CLMPRCOB.
       01  PROGRAM-SWITCHES.
           05  BALCTL-ST                  PIC X(2).
               88  BALCTL-OK                      VALUE '00'.
               10  PLAN-COINSURANCE       PIC V99.
               10  PLAN-RETENTION-AMT     PIC 9(7)V99.
               10  PLAN-OOP-MAXIMUM       PIC 9(7)V99.
               10  PLAN-OON-COINSURANCE   PIC V99.
               10  PLAN-OON-OOP-MAXIMUM   PIC 9(7)V99.
       01  SUBSCRIPTS-WS.
           05  PAID-SUB                   PIC 9(4).
           05  XREF-SUB                   PIC 9(4).
               MOVE ZERO TO PLAN-COINSURANCE(PLAN-TYPE-SUB)
               MOVE 50000.00 TO PLAN-RETENTION-AMT(PLAN-TYPE-SUB)
               MOVE ZERO TO PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB)
               MOVE ZERO TO PLAN-OON-COINSURANCE(PLAN-TYPE-SUB)
               MOVE ZERO TO PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB)
           END-PERFORM.
           OPEN INPUT BENPLAN-CTL-FILE
           IF BENPLAN-OK
                           PLAN-RETENTION-AMT(BPC-POLICY-TYPE)
                       MOVE BPC-OOP-MAXIMUM TO
                           PLAN-OOP-MAXIMUM(BPC-POLICY-TYPE)
                       MOVE BPC-OON-COINSURANCE TO
                           PLAN-OON-COINSURANCE(BPC-POLICY-TYPE)
                       MOVE BPC-OON-OOP-MAXIMUM TO
                           PLAN-OON-OOP-MAXIMUM(BPC-POLICY-TYPE)
                   END-IF
           END-READ.
      *
               TO CLMPAY-RETENTION-AMT.
           MOVE PLAN-OOP-MAXIMUM(PLAN-TYPE-SUB)
               TO CLMPAY-OOP-MAXIMUM.
           MOVE PLAN-OON-COINSURANCE(PLAN-TYPE-SUB)
               TO CLMPAY-OON-COINSURANCE.
           MOVE PLAN-OON-OOP-MAXIMUM(PLAN-TYPE-SUB)
               TO CLMPAY-OON-OOP-MAXIMUM.
           MOVE 'CLMPAY' TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM USING COB-CLAIM-WS
               CLMPAY-PARMS-WS CLMPAY-PRICING-WS.
      *
       620-WRITE-AUDIT-LINE.
      *

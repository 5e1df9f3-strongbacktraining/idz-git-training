           05  OCCUPATION            PIC X(30).
           05  NOTES                 PIC X(120).
           05  LAB-DATA-1            PIC X(05).
      *    CURRENCY THE CUSTOMER IS BILLED IN (ISO CODE; SPACES OR
      *    'USD' IS FUNCTIONAL).  FOR A FOREIGN CUSTOMER CUSTMNT
      *    TAKES THE BALANCE IN CUST-CCY-BALANCE AND CARRIES ITS
      *    DOLLAR CONVERSION IN ACCT-BALANCE.  CARVED FROM LAB-DATA-2.
           05  CUST-CURRENCY-CODE    PIC X(03).
           05  CUST-CCY-BALANCE      PIC S9(9)V99  COMP-3.
           05  LAB-DATA-2            PIC X(31).

000430**** CCYYMMDD REPLACEMENT FOR SUPPLR-BAL-DATE-MMDDYY, CARVED
000431**** FROM THE OLD TRAILING FILLER SO THE RECORD STAYS 230 BYTES.
000432     05  SUPPLR-BAL-DATE-CCYMD              PIC  9(08)    COMP-3.
000433**** FOREIGN-CURRENCY SUPPLIERS: THE AMOUNTS ABOVE ARE DOLLARS;
000434**** THE OPEN BALANCE IN THE SUPPLIER'S OWN CURRENCY IS HELD
000435**** HERE FOR THE MONTH-END SUPLREVL REVALUATION.  CARVED FROM
000436**** FILLER - SPACES/ZERO ON A FUNCTIONAL-CURRENCY SUPPLIER.
000437     05  SUPPLR-BAL-CURRENCY-CODE           PIC  X(03).
000438     05  SUPPLR-BAL-FOREIGN-NET             PIC S9(09)V99 COMP-3.
000439     05  FILLER                             PIC X(01).
000440                                                                  00003700
000450 01  SUPPLR-BAL-REC-LENGTH                  PIC S9(04)    COMP    00003800
000451                                            VALUE +230.           00003900

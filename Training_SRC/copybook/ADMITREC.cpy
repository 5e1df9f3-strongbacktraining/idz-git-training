      *    STAY'S BILL HAS BEEN PRODUCED, SO A STAY BILLS ONCE.
           05  AD-BILLED-FLAG            PIC X(01).
               88  AD-STAY-BILLED                VALUE 'B'.
      *    THE PATIENT'S ISOLATION TYPE FOR THIS STAY, FROM PATMST
      *    AT ADMISSION AND KEPT CURRENT BY ROOMASGN'S 'I' CALL.
           05  AD-ISOLATION-TYPE         PIC X(01).
           05  FILLER                    PIC X(04).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Role authority record - one per role and online
      *   transaction id, maintained by ROLEMNT.  Each of the
      *   four function flags is 'Y' when the role may perform
      *   that function on the transaction; anything else is a
      *   refusal.  RA-FUNCTION-FLAG gives the same four flags
      *   by position (1 inquire, 2 add, 3 change, 4 delete).
      *   SECCHK checks a function against every role the
      *   operator holds on OPERSEC; one grant is enough.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  ROLE-AUTHORITY-RECORD.
           05  RA-KEY.
               10  RA-ROLE               PIC X(08).
               10  RA-TRANSACTION        PIC X(04).
           05  RA-FUNCTIONS.
               10  RA-INQUIRE-FLAG       PIC X(01).
                   88  RA-INQUIRE-OK             VALUE 'Y'.
               10  RA-ADD-FLAG           PIC X(01).
                   88  RA-ADD-OK                 VALUE 'Y'.
               10  RA-CHANGE-FLAG        PIC X(01).
                   88  RA-CHANGE-OK              VALUE 'Y'.
               10  RA-DELETE-FLAG        PIC X(01).
                   88  RA-DELETE-OK              VALUE 'Y'.
           05  RA-FUNCTION-TABLE REDEFINES RA-FUNCTIONS.
               10  RA-FUNCTION-FLAG      PIC X(01) OCCURS 4.
           05  RA-DESCRIPTION            PIC X(20).
           05  RA-LAST-CHANGE-DATE       PIC 9(08).
           05  FILLER                    PIC X(04).

      *   statements.  GLTRIAL proves the period's trial
      *   balance from this file; GLCLOSE marks the period
      *   closed on the '*PERIOD*' guard row, after which
      *   GLPOST refuses late journals into it.  GLRECON
      *   marks the period's '*RECON*' guard row held when a
      *   subledger disagrees with its control account past
      *   tolerance, and GLCLOSE will not close a held period.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  GL-BALANCE-RECORD.
           05  GB-BALANCE-KEY.
               10  GB-PERIOD             PIC 9(06).
           05  GB-DEBIT-TOTAL            PIC S9(13)V99.
           05  GB-CREDIT-TOTAL           PIC S9(13)V99.
      *    MEANINGFUL ONLY ON THE '*PERIOD*' AND '*RECON*'
      *    GUARD ROWS.
           05  GB-PERIOD-STATUS          PIC X(01).
               88  GB-PERIOD-OPEN                VALUE 'O'.
               88  GB-PERIOD-CLOSED              VALUE 'C'.
               88  GB-RECON-HELD                 VALUE 'H'.
               88  GB-RECON-CLEARED              VALUE 'R'.
           05  FILLER                    PIC X(05).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Collection-agency placement record, written by the
      *   PATAGE aging run for every patient receivable still
      *   unpaid past the placement age.  One record per stay,
      *   carrying what the agency needs to pursue the debt;
      *   the agency returns its collections quoting
      *   PL-PATIENT-ID and PL-BILL-DATE (PATPMT.cpy).
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PLACEMENT-RECORD.
           05  PL-PATIENT-ID             PIC X(08).
           05  PL-BILL-DATE              PIC 9(08).
           05  PL-PATIENT-NAME           PIC X(25).
           05  PL-ADDR                   PIC X(20).
           05  PL-CITY                   PIC X(14).
           05  PL-STATE                  PIC X(02).
           05  PL-ADMIT-DATE             PIC 9(08).
           05  PL-DISCHARGE-DATE         PIC 9(08).
           05  PL-BALANCE-DUE            PIC 9(09)V99.
           05  PL-DAYS-OUTSTANDING       PIC 9(05).
           05  PL-PLACED-DATE            PIC 9(08).
           05  FILLER                    PIC X(03).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Patient payment transaction for the PATPAY posting
      *   run.  The business office keys the patient's own
      *   payments (PP-FROM-PATIENT); the collection agency's
      *   monthly return of what it collected on placed
      *   accounts arrives in the same layout (PP-FROM-AGENCY)
      *   and the two files are concatenated into PATPAY.
      *   PP-BILL-DATE names the stay being paid; a patient
      *   payment may leave it zero to pay the patient's open
      *   stays oldest first.  An agency collection must name
      *   its stay.  PP-PAYMENT-AMOUNT is what the patient
      *   paid; for an agency collection it is the gross the
      *   agency collected, PP-AGENCY-FEE the share it kept.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PATIENT-PAYMENT-RECORD.
           05  PP-PATIENT-ID             PIC X(08).
           05  PP-BILL-DATE              PIC 9(08).
           05  PP-PAYMENT-AMOUNT         PIC 9(07)V99.
           05  PP-PAYMENT-DATE           PIC 9(08).
           05  PP-SOURCE                 PIC X(01).
               88  PP-FROM-PATIENT               VALUE 'P'.
               88  PP-FROM-AGENCY                VALUE 'A'.
           05  PP-AGENCY-FEE             PIC 9(07)V99.
           05  FILLER                    PIC X(07).

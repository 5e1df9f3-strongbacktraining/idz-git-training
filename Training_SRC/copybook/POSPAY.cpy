      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Positive-pay issued-check file, in the bank's
      *   format: an 'H' header carrying the account and the
      *   file sequence number, a 'D' record for every check
      *   issued or cancelled since the last file, and a 'T'
      *   trailer with the detail count and amount total.
      *   POSPAYX writes one a day; the bank pays only checks
      *   it has an issue record for, at the issued amount,
      *   and returns the rest as exceptions (POSPEXC.cpy).
      *   The sequence number runs unbroken from file to file
      *   so the bank can ask for a missed day, and a resent
      *   file carries its original number with the resend
      *   flag set.
      *
      *   PV-CHECK-NO is the TREASHUB payment reference - the
      *   number printed on the check.  The bank treats a
      *   void, reissue or escheat record alike: the check is
      *   no longer good and is returned if presented.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  POSITIVE-PAY-RECORD.
           05  PV-RECORD-TYPE            PIC X(01).
               88  PV-FILE-HEADER                VALUE 'H'.
               88  PV-CHECK-DETAIL               VALUE 'D'.
               88  PV-FILE-TRAILER               VALUE 'T'.
           05  PV-RECORD-DATA            PIC X(79).
           05  PV-HEADER-DATA REDEFINES PV-RECORD-DATA.
               10  PV-BANK-ACCOUNT       PIC X(17).
               10  PV-FILE-SEQ-NO        PIC 9(06).
               10  PV-CREATE-DATE        PIC 9(08).
               10  PV-RESEND-FLAG        PIC X(01).
                   88  PV-RESENT-FILE            VALUE 'R'.
               10  FILLER                PIC X(47).
           05  PV-DETAIL-DATA REDEFINES PV-RECORD-DATA.
               10  PV-CHECK-NO           PIC 9(10).
               10  PV-AMOUNT             PIC 9(09)V99.
               10  PV-ISSUE-DATE         PIC 9(08).
               10  PV-PAYEE-NAME         PIC X(25).
               10  PV-ACTION             PIC X(01).
                   88  PV-ISSUE                  VALUE 'I'.
                   88  PV-VOID                   VALUE 'V'.
                   88  PV-REISSUED               VALUE 'R'.
                   88  PV-ESCHEATED              VALUE 'E'.
               10  FILLER                PIC X(24).
           05  PV-TRAILER-DATA REDEFINES PV-RECORD-DATA.
               10  PV-DETAIL-COUNT       PIC 9(07).
               10  PV-AMOUNT-TOTAL       PIC 9(11)V99.
               10  FILLER                PIC X(59).

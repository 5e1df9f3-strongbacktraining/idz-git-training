      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Inbound electronic claim record, the fixed 80-byte
      *   rendering of the clearinghouse's 837 professional
      *   claim file that CLM837IN translates.  The file wears
      *   the standard interface envelope (ENVCKCOB.cpy) - the
      *   interchange header is the 'H' record, the interchange
      *   trailer the 'T' record - and between them the loops
      *   arrive in 837 order, one record per loop:
      *      BP  billing provider loop (2010AA)
      *      SB  subscriber loop (2010BA) - the member and
      *          the policy the claim is billed against
      *      CL  claim loop (2300) - patient control number,
      *          total charge and the lines to follow
      *      SV  service line loop (2400), one per line
      *   A loop applies until the next loop of its own kind,
      *   so one BP covers every subscriber and claim after it.
      *   Amounts are unsigned with two implied decimals; the
      *   envelope's amount hash is the sum of the CL total
      *   charges.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLM837-RECORD.
           05  XI-RECORD-ID              PIC X(02).
               88  XI-BILLING-PROVIDER           VALUE 'BP'.
               88  XI-SUBSCRIBER                 VALUE 'SB'.
               88  XI-CLAIM                      VALUE 'CL'.
               88  XI-SERVICE-LINE               VALUE 'SV'.
           05  XI-RECORD-DATA            PIC X(78).
           05  XI-BILLING-PROVIDER-DATA
                   REDEFINES XI-RECORD-DATA.
               10  XB-PROVIDER-CODE      PIC X(02).
               10  XB-PROVIDER-NPI       PIC X(10).
               10  XB-PROVIDER-NAME      PIC X(25).
               10  FILLER                PIC X(41).
           05  XI-SUBSCRIBER-DATA
                   REDEFINES XI-RECORD-DATA.
               10  XS-POLICY-NO          PIC 9(07).
               10  XS-LAST-NAME          PIC X(15).
               10  XS-FIRST-NAME         PIC X(10).
               10  XS-POLICY-TYPE        PIC 9(01).
               10  XS-BENEFIT-DATE       PIC 9(08).
               10  XS-POLICY-AMOUNT      PIC 9(07).
               10  XS-DEDUCTIBLE-PAID    PIC 9(04).
               10  XS-COINSURANCE        PIC V99.
               10  FILLER                PIC X(24).
           05  XI-CLAIM-DATA
                   REDEFINES XI-RECORD-DATA.
               10  XC-PATIENT-CONTROL-NO PIC X(20).
               10  XC-CLAIM-SEQ-NO       PIC 9(02).
               10  XC-TOTAL-CHARGE       PIC 9(07)V99.
      *            1 ORIGINAL, 7 REPLACEMENT, 8 VOID
               10  XC-FREQUENCY-CODE     PIC X(01).
                   88  XC-ORIGINAL-CLAIM         VALUE '1'.
               10  XC-RECEIVED-DATE      PIC 9(08).
               10  XC-LINE-COUNT         PIC 9(03).
      *            CLM11 RELATED CAUSES - AUTO ACCIDENT, EMPLOYMENT,
      *            OTHER ACCIDENT - WITH THE ACCIDENT DATE AND STATE.
               10  XC-RELATED-CAUSE      PIC X(02).
                   88  XC-NO-RELATED-CAUSE       VALUE SPACES.
                   88  XC-AUTO-ACCIDENT          VALUE 'AA'.
                   88  XC-EMPLOYMENT-RELATED     VALUE 'EM'.
                   88  XC-OTHER-ACCIDENT         VALUE 'OA'.
               10  XC-ACCIDENT-DATE      PIC 9(08).
               10  XC-ACCIDENT-STATE     PIC X(02).
               10  FILLER                PIC X(23).
           05  XI-SERVICE-LINE-DATA
                   REDEFINES XI-RECORD-DATA.
               10  XV-LINE-NO            PIC 9(03).
               10  XV-SERVICE-DATE       PIC 9(08).
               10  XV-PROCEDURE-CODE     PIC X(05).
               10  XV-UNITS              PIC 9(03).
               10  XV-CHARGE             PIC 9(07)V99.
               10  FILLER                PIC X(50).

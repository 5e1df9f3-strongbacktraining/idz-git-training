      * in the same add/change/delete transaction pattern as AGENTMNT  *
      * and SUPLMNT: reads CPFTRAN transactions, applies them against  *
      * the indexed master keyed on CP-CUST-ID, and writes a           *
      * transaction activity report as it goes.  The bad-address       *
      * fields RTNMAIL keeps past the preference data are not on the   *
      * transaction and are left alone by a change.                    *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
      *    2. Verify the output: (SYSOUT)                              *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTPREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONTPREF.
      *
       FD  TRANFILE
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  CONTPREF-REC-WS.
           05  CPW-PREF-DATA             PIC X(30).
           05  FILLER                    PIC X(01).
           05  CPW-BAD-ADDRESS-DATE      PIC 9(08).
           05  FILLER                    PIC X(11).
       01  PROGRAM-SWITCHES.
           05  CONTPREF-ST                PIC X(2).
               88  CONTPREF-OK                    VALUE '00'.
      *
       500-ADD-PREFERENCE.
      *
           MOVE SPACES TO CONTPREF-REC-WS.
           MOVE CF-PREF-DATA TO CPW-PREF-DATA.
           MOVE ZERO TO CPW-BAD-ADDRESS-DATE.
           WRITE CONTACT-PREF-RECORD FROM CONTPREF-REC-WS.
           IF CONTPREF-OK
               ADD 1 TO TRAN-ADD-COUNT
               MOVE "REJECTED - NOT ON FILE" TO REPORT-STATUS-WS
               ADD 1 TO TRAN-ERROR-COUNT
           ELSE
               MOVE CF-PREF-DATA TO CPW-PREF-DATA
               REWRITE CONTACT-PREF-RECORD FROM CONTPREF-REC-WS
               IF CONTPREF-OK
                   ADD 1 TO TRAN-CHANGE-COUNT

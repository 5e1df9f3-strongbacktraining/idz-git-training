      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Caller's parameter area for the shared SANCMTCH
      *   sanctions screening subroutine, in the GETPARM mold -
      *   COPY into WORKING-STORAGE, move the party name and
      *   the as-of date (usually the business date) and CALL
      *   'SANCMTCH' USING SANCMTCH-PARMS-WS.  The routine
      *   normalizes the name, scores it against every entry
      *   on the sanctions list and hands back the best entry,
      *   its score (0-100), the threshold in force and the
      *   list version.  SX-POTENTIAL-HIT means the best score
      *   is over the threshold; SX-LIST-UNAVAILABLE means no
      *   list could be loaded and nothing was screened.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SANCMTCH-PARMS-WS.
           05  SX-PARTY-NAME             PIC X(40).
           05  SX-AS-OF-DATE             PIC 9(08).
           05  SX-BEST-SCORE             PIC 9(03).
           05  SX-THRESHOLD              PIC 9(03).
           05  SX-BEST-ENTRY-ID          PIC X(10).
           05  SX-BEST-ENTRY-NAME        PIC X(40).
           05  SX-LIST-VERSION           PIC X(10).
           05  SX-RETURN-CD              PIC S9(04).
               88  SX-NO-MATCH                   VALUE 0.
               88  SX-POTENTIAL-HIT              VALUE 1.
               88  SX-LIST-UNAVAILABLE           VALUE -2.

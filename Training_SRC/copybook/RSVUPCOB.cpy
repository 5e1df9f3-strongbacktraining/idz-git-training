      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Caller's parameter area for the CLMRSVUP case-reserve
      *   subroutine, in the GETPARM mold - COPY into
      *   WORKING-STORAGE, fill in the function, the claim key
      *   and the activity date and CALL 'CLMRSVUP' USING
      *   CLMRSVUP-PARMS-WS.
      *     'S' SET UP  - the claim entered a queue; policy type,
      *                   queue and reserve amount are required.
      *                   A claim already reserved is re-queued
      *                   and its reserve moved to the new amount.
      *     'A' ADJUST  - the claim was released or decided; the
      *                   reserve moves to the amount given.
      *     'C' CLOSE   - the claim paid or was denied; the whole
      *                   reserve is released, reason in
      *                   CU-CLOSE-REASON.
      *     'F' FINISH  - closes the reserve file; call once from
      *                   the caller's wrap-up.
      *   A claim with no open reserve comes back CU-NOT-FOUND on
      *   an adjust or close - most paid claims never had one.
      *   An unallocated reserve file comes back
      *   CU-FILE-UNAVAILABLE on every call and the caller runs
      *   on without reserving.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLMRSVUP-PARMS-WS.
           05  CU-FUNCTION               PIC X(01).
               88  CU-SET-UP                     VALUE 'S'.
               88  CU-ADJUST                     VALUE 'A'.
               88  CU-CLOSE                      VALUE 'C'.
               88  CU-FINISH                     VALUE 'F'.
           05  CU-CLAIM-KEY.
               10  CU-POLICY-NO          PIC 9(07).
               10  CU-CLAIM-SEQ-NO       PIC 9(02).
           05  CU-POLICY-TYPE            PIC 9(01).
           05  CU-QUEUE                  PIC X(01).
           05  CU-RESERVE-AMOUNT         PIC 9(07)V99.
           05  CU-CLOSE-REASON           PIC X(01).
           05  CU-ACTIVITY-DATE          PIC 9(08).
           05  CU-RETURN-CD              PIC S9(04).
               88  CU-OK                         VALUE 0.
               88  CU-NOT-FOUND                  VALUE -1.
               88  CU-FILE-UNAVAILABLE           VALUE -2.
               88  CU-FILE-ERROR                 VALUE -3.

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Caller's commarea for the SECCHK authorization
      *   check, LINKed by the online transactions before a
      *   function is honored.  The caller sets its
      *   transaction id, the function (I inquire, A add,
      *   C change, D delete) and what the function was to be
      *   applied to - a key of up to six bytes and twenty
      *   bytes of description - for the audit trail.  SECCHK
      *   returns the signed-on operator and SC-ALLOWED or
      *   SC-DENIED with the reason; a denial has already been
      *   written to SECAUDIT, so the caller only refuses the
      *   function and shows its message.  The main menu
      *   asks with SC-ANY-FUNCTION to learn whether any
      *   function on a transaction is granted; that is only
      *   a question about what to list, so it is not audited.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SECCHK-PARMS-WS.
           05  SC-TRANSACTION            PIC X(04).
           05  SC-FUNCTION               PIC X(01).
               88  SC-INQUIRE                    VALUE 'I'.
               88  SC-ADD                        VALUE 'A'.
               88  SC-CHANGE                     VALUE 'C'.
               88  SC-DELETE                     VALUE 'D'.
               88  SC-ANY-FUNCTION               VALUE '*'.
           05  SC-AUDIT-KEY              PIC X(06).
           05  SC-AUDIT-INFO             PIC X(20).
           05  SC-OPERATOR-ID            PIC X(08).
           05  SC-RESULT                 PIC X(01).
               88  SC-ALLOWED                    VALUE 'Y'.
               88  SC-DENIED                     VALUE 'N'.
           05  SC-DENY-REASON            PIC X(20).

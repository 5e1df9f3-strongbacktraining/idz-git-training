      *   the shared CURDTTM utility.  SECAUDR prints the
      *   daily report by operator - the answer to "you cannot
      *   tell me who changed this phone number, can you?"
      *   SECCHK writes one with SA-DENIED set whenever an
      *   online function is refused for want of a role - the
      *   request in the before-info, the reason after.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SECURITY-AUDIT-RECORD.
           05  SA-AUDIT-KEY.
           05  SA-CUSTOMER-KEY           PIC X(06).
           05  SA-BEFORE-INFO            PIC X(20).
           05  SA-AFTER-INFO             PIC X(20).
           05  SA-OUTCOME                PIC X(01).
               88  SA-DENIED                     VALUE 'D'.

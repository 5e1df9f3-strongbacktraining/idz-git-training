      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Claims quality-audit worklist record, one per paid
      *   claim drawn into the weekly random sample.  Keyed the
      *   same way as CLMHIST - policy number, claim sequence
      *   and the process date of the 'P' history record the
      *   sample was drawn from - so the auditor can go straight
      *   to the claim image.  AUDSAMP writes it awaiting
      *   review; AUDMNT records the auditor's pass or fail, the
      *   error category and the dollar error; AUDQRPT turns the
      *   month's reviews into the financial and procedural
      *   accuracy figures the group contracts guarantee.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  AUDIT-SAMPLE-RECORD.
           05  QA-SAMPLE-KEY.
               10  QA-POLICY-NO          PIC 9(07).
               10  QA-CLAIM-SEQ-NO       PIC 9(02).
               10  QA-PROCESS-DATE       PIC 9(08).
           05  QA-SAMPLE-DATE            PIC 9(08).
           05  QA-POLICY-TYPE            PIC 9(01).
           05  QA-PROVIDER-CODE          PIC X(02).
           05  QA-CLAIM-AMOUNT           PIC 9(07)V99.
           05  QA-PAID-AMOUNT            PIC 9(07)V99.
      *    SAMPLING STRATUM - CLAIMS PAID OVER THE HIGH-DOLLAR
      *    THRESHOLD ARE DRAWN AT THE HIGHER RATE.
           05  QA-STRATUM                PIC X(01).
               88  QA-HIGH-DOLLAR                VALUE 'H'.
               88  QA-STANDARD                   VALUE 'S'.
           05  QA-REVIEW-STATUS          PIC X(01).
               88  QA-AWAITING-REVIEW            VALUE 'O'.
               88  QA-PASSED                     VALUE 'P'.
               88  QA-FAILED                     VALUE 'F'.
      *    ERROR CATEGORY ON A FAILED CLAIM - THE CODE LIST IS IN
      *    AUDMNT.  THE DOLLAR ERROR IS WHAT THE CLAIM SHOULD HAVE
      *    PAID SUBTRACTED FROM WHAT IT DID PAY: POSITIVE FOR AN
      *    OVERPAYMENT, NEGATIVE FOR AN UNDERPAYMENT, ZERO FOR A
      *    PURELY PROCEDURAL ERROR.
           05  QA-ERROR-CATEGORY         PIC X(02).
           05  QA-DOLLAR-ERROR           PIC S9(07)V99.
           05  QA-AUDITOR-ID             PIC X(08).
           05  QA-REVIEW-DATE            PIC 9(08).
           05  QA-REVIEW-DATE-X REDEFINES QA-REVIEW-DATE.
               10  QA-REVIEW-YYYYMM      PIC 9(06).
               10  FILLER                PIC 9(02).
           05  FILLER                    PIC X(25).

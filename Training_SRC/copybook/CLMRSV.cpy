      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Claim case-reserve record, one per claim that has sat
      *   in a holding queue - pended on PENDCLM, held for fraud
      *   review on FRDHOLD, or under appeal on APPEALS.  Keyed
      *   on the claim's policy number and claim sequence, the
      *   same key every one of those queues carries.  The
      *   programs that move a claim in and out of the queues
      *   maintain it through the CLMRSVUP subroutine: set up
      *   when the claim enters a queue, adjusted when it is
      *   released or decided, closed when it finally pays or is
      *   denied.  RSVMEND reports the month's movement by
      *   policy type, rolls the month-open figure forward and
      *   clears the month-to-date buckets.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  CLAIM-RESERVE-RECORD.
           05  CV-CLAIM-KEY.
               10  CV-POLICY-NO          PIC 9(07).
               10  CV-CLAIM-SEQ-NO       PIC 9(02).
           05  CV-POLICY-TYPE            PIC 9(01).
      *    QUEUE THE CLAIM WAS LAST SEEN IN - 'R' ONCE IT HAS BEEN
      *    RELEASED BACK TO THE CYCLE AND IS WAITING TO ADJUDICATE.
           05  CV-QUEUE                  PIC X(01).
               88  CV-QUEUE-PEND                 VALUE 'P'.
               88  CV-QUEUE-FRAUD                VALUE 'F'.
               88  CV-QUEUE-APPEAL               VALUE 'A'.
               88  CV-QUEUE-RELEASED             VALUE 'R'.
           05  CV-STATUS                 PIC X(01).
               88  CV-OPEN                       VALUE 'O'.
               88  CV-CLOSED                     VALUE 'C'.
           05  CV-CLOSE-REASON           PIC X(01).
               88  CV-CLOSED-PAID                VALUE 'P'.
               88  CV-CLOSED-DENIED              VALUE 'D'.
      *    RESERVE HELD NOW, AND THE FIGURE IT STOOD AT WHEN THE
      *    LAST MONTH-END RAN - THE DIFFERENCE IS THE MONTH'S
      *    ADDITIONS LESS ITS RELEASES.
           05  CV-RESERVE-AMOUNT         PIC 9(07)V99.
           05  CV-MONTH-OPEN-AMT         PIC 9(07)V99.
           05  CV-ADDED-MTD              PIC 9(07)V99.
           05  CV-RELEASED-MTD           PIC 9(07)V99.
           05  CV-OPEN-DATE              PIC 9(08).
           05  CV-LAST-CHANGE-DATE       PIC 9(08).
           05  CV-CLOSE-DATE             PIC 9(08).
           05  FILLER                    PIC X(07).

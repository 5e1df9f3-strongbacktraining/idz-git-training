      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   ADT feed subscriber, keyed on the downstream
      *   system's id (LAB, PHARMACY, DIETARY...).  The three
      *   event flags say which of admit, transfer and
      *   discharge the system wants; an inactive subscriber
      *   gets nothing.  ADTDISP owns the counters: every
      *   message to the subscriber takes the next sequence
      *   number, and every dispatch run that sends it
      *   anything is one numbered batch - the batch number a
      *   resend request names when the system missed a run.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  ADT-SUBSCRIBER-RECORD.
           05  AS-SUBSCRIBER-ID          PIC X(08).
           05  AS-SUBSCRIBER-NAME        PIC X(20).
           05  AS-ACTIVE-FLAG            PIC X(01).
               88  AS-ACTIVE                     VALUE 'Y'.
           05  AS-WANTS-ADMIT            PIC X(01).
           05  AS-WANTS-TRANSFER         PIC X(01).
           05  AS-WANTS-DISCHARGE        PIC X(01).
           05  AS-LAST-SEQ-NO            PIC 9(09).
           05  AS-LAST-BATCH-NO          PIC 9(06).
           05  AS-LAST-BATCH-DATE        PIC 9(08).
           05  FILLER                    PIC X(05).

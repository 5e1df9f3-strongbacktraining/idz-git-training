      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Agent license and appointment record, one per agent
      *   and state the agent may write in, keyed on the
      *   AGENTMST agent code plus the state.  Maintained by
      *   AGLICMNT; AGLICTKL tickles licenses and appointments
      *   running out in the next sixty days, and AGENTCOM holds
      *   commission earned in a state where the writing agent
      *   or the overriding parent is not licensed and appointed
      *   on the business date.
      *
      *   AL-APPOINT-END-DATE is zero while the carrier's
      *   appointment of the agent in the state stays open.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  AGENT-LICENSE-RECORD.
           05  AL-LICENSE-KEY.
               10  AL-AGENT-CODE         PIC X(03).
               10  AL-STATE              PIC X(02).
           05  AL-LICENSE-NO             PIC X(15).
           05  AL-ISSUE-DATE             PIC 9(08).
           05  AL-EXPIRY-DATE            PIC 9(08).
           05  AL-APPOINT-DATE           PIC 9(08).
           05  AL-APPOINT-END-DATE       PIC 9(08).
           05  FILLER                    PIC X(08).

      *   by PATMNT in the CUSTMNT pattern; ROOMASGN and
      *   RESVMNT validate their patient ids against it and
      *   take the name from here, and the PATHIST inquiry
      *   pulls a patient's admissions and stays.  A patient
      *   who is one of our own insured members carries the
      *   member link - the CUST-ID and the policy its PARTYXRF
      *   'P' link names - so the stay is claimed against that
      *   policy after discharge billing (PATCLMGN).  Spaces
      *   and zero: a self-pay patient.  The isolation type is
      *   infection control's: a patient on contact, airborne
      *   or droplet isolation may not share a room, and
      *   ROOMASGN flags the room (ROOMISO) while they are in it.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PATIENT-MASTER-RECORD.
           05  PT-PATIENT-ID             PIC X(08).
           05  PT-ADDR                   PIC X(20).
           05  PT-CITY                   PIC X(14).
           05  PT-STATE                  PIC X(02).
           05  PT-MEMBER-CUST-ID         PIC X(05).
           05  PT-MEMBER-POLICY-NO       PIC 9(07).
           05  PT-ISOLATION-TYPE         PIC X(01).
               88  PT-NOT-ISOLATED               VALUE SPACE.
               88  PT-CONTACT-ISOLATION          VALUE 'C'.
               88  PT-AIRBORNE-ISOLATION         VALUE 'A'.
               88  PT-DROPLET-ISOLATION          VALUE 'D'.
           05  FILLER                    PIC X(09).

      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Admit/discharge/transfer event, written by ROOMASGN
      *   the moment an admission, waitlist placement,
      *   discharge or transfer is committed - so the lab,
      *   pharmacy and dietary systems stop learning of bed
      *   moves by telephone.  RESVCONV's arrival conversions
      *   are admissions through the same ROOMASGN call and
      *   reach the feed that way.  The patient's demographics
      *   are taken from the PATMST master as the event is
      *   written.  An admission carries only the TO location,
      *   a discharge only the FROM location, a transfer both.
      *   ADTDISP turns each event into an HL7-style message
      *   for every subscribing system on ADTSUBS.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  ADT-EVENT-RECORD.
           05  AE-EVENT-TYPE             PIC X(03).
               88  AE-ADMIT                      VALUE 'A01'.
               88  AE-TRANSFER                   VALUE 'A02'.
               88  AE-DISCHARGE                  VALUE 'A03'.
           05  AE-PATIENT-ID             PIC X(08).
           05  AE-PATIENT-NAME           PIC X(25).
           05  AE-BIRTH-DATE             PIC 9(08).
           05  AE-SEX                    PIC X(01).
           05  AE-ADDR                   PIC X(20).
           05  AE-CITY                   PIC X(14).
           05  AE-STATE                  PIC X(02).
           05  AE-FROM-WARD-ID           PIC X(04).
           05  AE-FROM-ROOM-ID           PIC X(04).
           05  AE-TO-WARD-ID             PIC X(04).
           05  AE-TO-ROOM-ID             PIC X(04).
           05  AE-EVENT-DATE             PIC 9(08).
           05  AE-EVENT-TIME             PIC 9(06).
           05  AE-SOURCE-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).

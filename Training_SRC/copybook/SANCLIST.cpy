      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Government sanctions list entry, keyed on the entry
      *   id the published list carries.  SANCLOAD rebuilds
      *   the whole file from each published list, stamping
      *   every entry with that list's version and publish
      *   date and with the name normalized the CUSTDEDP way
      *   (upper-cased, spaces and punctuation squeezed out)
      *   so the SANCMTCH screening routine compares like with
      *   like.  SL-NAME-LENGTH is the length of the
      *   normalized name.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  SANCTIONS-LIST-RECORD.
           05  SL-ENTRY-ID               PIC X(10).
           05  SL-ENTRY-TYPE             PIC X(01).
               88  SL-INDIVIDUAL                 VALUE 'I'.
               88  SL-ENTITY                     VALUE 'E'.
               88  SL-VESSEL                     VALUE 'V'.
           05  SL-ENTRY-NAME             PIC X(40).
           05  SL-NAME-NORM              PIC X(40).
           05  SL-NAME-LENGTH            PIC 9(02).
           05  SL-PROGRAM                PIC X(10).
           05  SL-COUNTRY                PIC X(02).
           05  SL-LIST-VERSION           PIC X(10).
           05  SL-PUBLISH-DATE           PIC 9(08).
           05  FILLER                    PIC X(07).

      *
       FD  EOBFILE
           RECORD CONTAINS 80 CHARACTERS.
      * SERVICE-LINE DETAIL RECORDS BEHIND A CLAIM'S EOB LINE START
      * WITH A SPACE AND ARE NOT COUNTED - ONE EOB CLAIM LINE STILL
      * MEANS ONE PAID CLAIM.
       01  EOB-LINE.
           05  EOB-LINE-TYPE             PIC X(1).
               88  EOB-SERVICE-DETAIL            VALUE SPACE.
           05  FILLER                    PIC X(79).
      *
       FD  CSVFILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       220-COUNT-EOB.
      *
           IF NOT EOB-SERVICE-DETAIL
               ADD 1 TO BAL-EOB-COUNT
           END-IF.
           PERFORM 420-READ-EOB.
      *
       230-COUNT-CSV.

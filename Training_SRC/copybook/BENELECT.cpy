      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Open-enrollment benefit election, one per employee
      *   (WIDGET-EMP-ID) per enrollment period, read by the
      *   BENENRL run.  The plan and coverage tier price the
      *   employee's POLICY-TYPE 1 staff policy; tier 'W'
      *   waives coverage and ends any policy the employee
      *   already holds.  The effective date is CCYYMMDD.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  BENEFIT-ELECTION-RECORD.
           05  BE-EMP-ID                 PIC 9(04).
           05  BE-PLAN-CODE              PIC X(02).
           05  BE-COVERAGE-TIER          PIC X(01).
               88  BE-EMPLOYEE-ONLY              VALUE 'E'.
               88  BE-EMPLOYEE-SPOUSE            VALUE 'S'.
               88  BE-EMPLOYEE-CHILDREN          VALUE 'C'.
               88  BE-FAMILY                     VALUE 'F'.
               88  BE-WAIVE                      VALUE 'W'.
               88  BE-TIER-VALID                 VALUE 'E' 'S'
                                                       'C' 'F' 'W'.
           05  BE-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                    PIC X(25).

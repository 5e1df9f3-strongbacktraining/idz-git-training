      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Hourly employee timecard - one record per employee
      *   per week worked in the pay period.  Keyed in as the
      *   raw TCRAW input, edited against the SEGREC employee
      *   file by HRTCEDIT, and the cards that pass are loaded
      *   to the TIMECARD file keyed on employee and week
      *   ending date, where HRPAYREG prices each hourly
      *   employee's gross: straight time up to forty hours in
      *   the week, time and a half over forty, plus the shift
      *   differential on the differential hours.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  TIMECARD-RECORD.
           05  TC-TIMECARD-KEY.
               10  TC-EMP-ID             PIC 9(04).
               10  TC-WEEK-ENDING-DATE   PIC 9(08).
           05  TC-REGULAR-HOURS          PIC 9(03)V99.
           05  TC-OVERTIME-HOURS         PIC 9(03)V99.
      *    HOURS WORKED ON AN EVENING OR NIGHT SHIFT - A SUBSET
      *    OF THE REGULAR PLUS OVERTIME HOURS, NOT ADDED TO THEM.
           05  TC-SHIFT-DIFF-HOURS       PIC 9(03)V99.
           05  TC-DEPARTMENT             PIC X(03).
           05  FILLER                    PIC X(10).

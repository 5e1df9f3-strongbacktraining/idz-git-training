           03 EMP-LAST-NAME            PIC X(10).
           03 WIDGET-EXTENSION         PIC 9999.
           03 EMP-SALARY               PIC 99999.
           03 EMP-APPRASAL             PIC X(20).
      *  PAY TYPE - SALARIED STAFF ARE PAID EMP-SALARY OVER TWELVE;
      *  HOURLY STAFF ARE PAID FROM THEIR TIMECARD HOURS AT
      *  EMP-HOURLY-RATE.  A BLANK PAY TYPE IS AN OLDER SALARIED
      *  RECORD.
           03 EMP-PAY-TYPE             PIC X(1).
              88 EMP-SALARIED                   VALUE 'S' ' '.
              88 EMP-HOURLY                     VALUE 'H'.
           03 EMP-HOURLY-RATE          PIC 999V99.
      *  BIRTH AND HIRE DATES, CCYYMMDD - MAINTAINED THROUGH HRSEGMNT
      *  AND USED BY HRRETIRE FOR SERVICE AND RETIREMENT DATES.  A
      *  RECORD SEGCONV CARRIED OVER FROM THE OLD 55-BYTE LAYOUT
      *  CARRIES ZEROS UNTIL HR KEYS THEM.
           03 EMP-BIRTH-DATE           PIC 9(8).
           03 EMP-HIRE-DATE            PIC 9(8).

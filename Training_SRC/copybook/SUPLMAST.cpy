               88  SM-APPROVED                   VALUE 'A' ' '.
               88  SM-PAYMENT-HOLD               VALUE 'H'.
               88  SM-TERMINATED                 VALUE 'T'.
      *    CURRENCY THE SUPPLIER INVOICES AND IS PAID IN (ISO CODE).
      *    SPACES OR 'USD' IS THE FUNCTIONAL CURRENCY; ANYTHING ELSE
      *    IS CONVERTED THROUGH CURRCONV BY SUPLPOST AND SUPLREM AND
      *    REVALUED AT MONTH END BY SUPLREVL.
           05  SM-CURRENCY-CODE          PIC X(03).
      *    TAXPAYER IDENTIFICATION FOR 1099 REPORTING.  SM-TIN IS
      *    THE NINE DIGITS WITHOUT DASHES; SM-W9-DATE IS THE DATE
      *    THE SIGNED W-9 WAS RECEIVED (ZERO - NONE ON FILE).  A
      *    SUPPLIER WITH A 1099 FORM TYPE IS REPORTABLE: SUPLREM
      *    APPLIES BACKUP WITHHOLDING WHEN ITS W-9 IS NOT VALID,
      *    AND SUPL1099 FILES ITS PAYMENTS AT YEAR END.
           05  SM-TIN                    PIC X(09).
           05  SM-TIN-TYPE               PIC X(01).
               88  SM-TIN-EIN                    VALUE 'E'.
               88  SM-TIN-SSN                    VALUE 'S'.
               88  SM-TIN-TYPE-VALID             VALUE 'E' 'S'.
           05  SM-W9-DATE                PIC 9(08).
           05  SM-1099-TYPE              PIC X(01).
               88  SM-1099-NEC                   VALUE 'N'.
               88  SM-1099-RENTS                 VALUE 'R'.
               88  SM-1099-REPORTABLE            VALUE 'N' 'R'.
               88  SM-1099-TYPE-VALID            VALUE 'N' 'R' ' '.
           05  FILLER                    PIC X(02).

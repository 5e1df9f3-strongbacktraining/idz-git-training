      * pattern as CUSTMNT: reads SUPLTRAN transactions, applies them  *
      * against the indexed master keyed on SM-SUPPLR-NO, and writes   *
      * a transaction activity report as it goes.                      *
      * An add or change also carries the supplier's 1099 tax          *
      * identity - TIN, TIN type, W-9 received date and 1099 form      *
      * type - which is edited before the master is touched.           *
      *                                                                *
      * Compile/Link this program for Debug and - using batch JCL:     *
      *    1. Run the program to Normal EOJ                            *
       DATA DIVISION.
       FILE SECTION.
       FD  SUPLMAST-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUPLMAST.
      *
       FD  TRANFILE
           RECORD CONTAINS 113 CHARACTERS.
       01  SUPL-TRAN-RECORD.
           05  ST-FUNCTION-CODE          PIC X.
               88  ST-ADD                        VALUE 'A'.
               88  ST-DELETE                     VALUE 'D'.
      *        ONLY THE 'S' TRANSACTION MOVES THE APPROVAL STATUS.
               88  ST-STATUS-CHANGE              VALUE 'S'.
           05  ST-SUPPLIER-DATA          PIC X(112).
      * ST-DATA-FIELDS GIVES NAMED ACCESS TO THE SAME BYTES AS
      * ST-SUPPLIER-DATA ABOVE, OFFSET BY THE ONE-BYTE FUNCTION CODE.
       01  ST-DATA-FIELDS REDEFINES SUPL-TRAN-RECORD.
           05  ST-SUPPLR-NO              PIC X(3).
           05  FILLER                    PIC X(84).
           05  ST-NEW-STATUS             PIC X(1).
           05  FILLER                    PIC X(3).
           05  ST-TIN                    PIC X(9).
           05  ST-TIN-TYPE               PIC X(1).
               88  ST-TIN-TYPE-VALID             VALUE 'E' 'S'.
           05  ST-W9-DATE                PIC 9(8).
           05  ST-1099-TYPE              PIC X(1).
               88  ST-1099-TYPE-VALID            VALUE 'N' 'R' ' '.
           05  FILLER                    PIC X(2).
      *
      * APPROVAL-STATUS JOURNAL - ONE RECORD PER APPLIED STATUS
       01  REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRLCOB.
       01  SUPLMAST-REC-WS               PIC X(112).
       01  PROGRAM-SWITCHES.
           05  SUPLMAST-ST                PIC X(2).
               88  SUPLMAST-OK                    VALUE '00'.
       200-PROCESS-TRANSACTION.
      *
           MOVE SPACES TO REPORT-STATUS-WS.
           IF ST-ADD OR ST-CHANGE
               PERFORM 450-EDIT-TAX-FIELDS
           END-IF.
           EVALUATE TRUE
               WHEN REPORT-STATUS-WS NOT = SPACES
                   ADD 1 TO TRAN-ERROR-COUNT
               WHEN ST-ADD
                   PERFORM 500-ADD-SUPPLIER
               WHEN ST-CHANGE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
           END-READ.
      *
       450-EDIT-TAX-FIELDS.
      *
      *    THE TIN IS NINE DIGITS, NOT ALL ZERO, WITH AN EIN/SSN
      *    TYPE; NO TIN MEANS NO TYPE AND NO W-9.  A W-9 DATE IS
      *    ZERO (NONE ON FILE) OR A DATE NOT PAST THE BUSINESS
      *    DATE.  THE 1099 FORM TYPE IS 'N' NEC, 'R' RENTS OR
      *    SPACE FOR A SUPPLIER THAT IS NOT REPORTABLE.
           EVALUATE TRUE
               WHEN NOT ST-1099-TYPE-VALID
                   MOVE "REJECTED - 1099 TYPE" TO REPORT-STATUS-WS
               WHEN ST-TIN = SPACES AND ST-TIN-TYPE NOT = SPACE
                   MOVE "REJECTED - BAD TIN" TO REPORT-STATUS-WS
               WHEN ST-TIN NOT = SPACES
                   AND (ST-TIN NOT NUMERIC
                        OR ST-TIN = '000000000'
                        OR NOT ST-TIN-TYPE-VALID)
                   MOVE "REJECTED - BAD TIN" TO REPORT-STATUS-WS
               WHEN ST-W9-DATE NOT NUMERIC
                   MOVE "REJECTED - W9 DATE" TO REPORT-STATUS-WS
               WHEN ST-W9-DATE > BD-BUSINESS-DATE
                   MOVE "REJECTED - W9 DATE" TO REPORT-STATUS-WS
               WHEN ST-W9-DATE > ZERO AND ST-TIN = SPACES
                   MOVE "REJECTED - W9 NO TIN" TO REPORT-STATUS-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       500-ADD-SUPPLIER.
      *

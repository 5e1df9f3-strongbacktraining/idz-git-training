      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Field layouts IMGCMP compares image-copy records by.
      *   An IMAGE-LAYOUT-FILE entry names a record copybook, the
      *   IMGCOPY file type whose records it describes, the
      *   record length and the length of the key the master is
      *   in sequence on (always the leading bytes).  Each
      *   IMAGE-LAYOUT-FIELD entry is one elementary field of
      *   that copybook in record order: name, offset, length,
      *   data type and decimal places.  An OCCURS is carried as
      *   one entry per occurrence.
      *
      *     IL-FIELD-TYPE  X  ALPHANUMERIC
      *                    N  UNSIGNED ZONED DECIMAL
      *                    P  PACKED DECIMAL (COMP-3)
      *                    B  BINARY (COMP)
      *
      *   When a record copybook changes, its entries here must
      *   change with it - the offsets and lengths of each layout
      *   must add up to its IL-RECORD-LENGTH.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  IMAGE-LAYOUT-FILE-TABLE.
           05  FILLER PIC X(20) VALUE 'CLAIMRECCLAIM  09009'.
           05  FILLER PIC X(20) VALUE 'CUSTREC1CUST   33406'.
           05  FILLER PIC X(20) VALUE 'ROOMOCC ROOMOCC01008'.
           05  FILLER PIC X(20) VALUE 'POLMAST POLMAST06007'.
           05  FILLER PIC X(20) VALUE 'LOANMASTLOANMST09007'.
       01  IMAGE-LAYOUT-FILE-TABLE-R REDEFINES IMAGE-LAYOUT-FILE-TABLE.
           05  IMAGE-LAYOUT-FILE OCCURS 5 TIMES.
               10  IL-FILE-LAYOUT-NAME   PIC X(08).
               10  IL-FILE-TYPE          PIC X(07).
               10  IL-RECORD-LENGTH      PIC 9(03).
               10  IL-KEY-LENGTH         PIC 9(02).
      *
       01  IMAGE-LAYOUT-FIELD-TABLE.
      *    CLAIMREC
           05  FILLER PIC X(40) VALUE
               'CLAIMRECINSURED-POLICY-NO       001007N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-SEQ-NO            008002N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECINSURED-LAST-NAME       010015X0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECINSURED-FIRST-NAME      025010X0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-TYPE             035001N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-YEAR             036004N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-MONTH            040002N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-DAY              042002N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-AMOUNT           044007N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-DEDUCTIBLE-PAID  051004N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECPOLICY-COINSURANCE      055002N2'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-AMOUNT            057009N2'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-AMOUNT-PAID       066009N2'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-RECEIVED-DATE     075008N0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECAGENT-OF-RECORD         083003X0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-ADJUSTMENT-CODE   086001X0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECADJUSTED-CLAIM-SEQ      087002X0'.
           05  FILLER PIC X(40) VALUE
               'CLAIMRECCLAIM-PROVIDER-CODE     089002X0'.
      *    CUSTREC1
           05  FILLER PIC X(40) VALUE
               'CUSTREC1CUST-ID                 001005X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1REC-TYPE                006001X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1NAME                    007017X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1ACCT-BALANCE            024005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1ORDERS-YTD              029004B0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1ADDR                    033020X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1CITY                    053014X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1STATE                   067002X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1COUNTRY                 069011X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(01)               080005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(02)               085005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(03)               090005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(04)               095005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(05)               100005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(06)               105005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(07)               110005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(08)               115005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(09)               120005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(10)               125005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(11)               130005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1MONTH(12)               135005P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1OCCUPATION              140030X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1NOTES                   170120X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1LAB-DATA-1              290005X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1CUST-CURRENCY-CODE      295003X0'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1CUST-CCY-BALANCE        298006P2'.
           05  FILLER PIC X(40) VALUE
               'CUSTREC1LAB-DATA-2              304031X0'.
      *    ROOMOCC
           05  FILLER PIC X(40) VALUE
               'ROOMOCC RO-WARD-ID              001004X0'.
           05  FILLER PIC X(40) VALUE
               'ROOMOCC RO-ROOM-ID              005004X0'.
           05  FILLER PIC X(40) VALUE
               'ROOMOCC RO-CURRENT-OCCUPANCY    009002B0'.
      *    POLMAST
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-NO            001007N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-LAST-NAME            008015X0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-FIRST-NAME           023010X0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-TYPE          033001N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-YEAR          034004N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-MONTH         038002N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-DAY           040002N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-AMOUNT        042007N0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-POLICY-COINSURANCE   049002N2'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-STATUS               051001X0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST PM-GROUP-NO             052006X0'.
           05  FILLER PIC X(40) VALUE
               'POLMAST FILLER                  058003X0'.
      *    LOANMAST
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-LOAN-NO              001007N0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-BORROWER-CUST-ID     008005X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-BORROWER-NAME        013025X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-PRODUCT-CODE         038001X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-ORIGINAL-AMOUNT      039009N2'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-ANNUAL-RATE          048003N2'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-TERM-MONTHS          051002N0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-PAYMENT-AMOUNT       053009N2'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-CURRENT-BALANCE      062011N2'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-NEXT-DUE-DATE        073008N0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-STATUS               081001X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-MOD-CURE-STATUS      082001X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-MOD-BUCKET           083001N0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-MOD-ONTIME-COUNT     084002N0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-DISPUTE-CODE         086002X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTLM-BUREAU-CLOSED-FLAG   088001X0'.
           05  FILLER PIC X(40) VALUE
               'LOANMASTFILLER                  089002X0'.
       01  IMAGE-LAYOUT-FIELD-TABLE-R
                                REDEFINES IMAGE-LAYOUT-FIELD-TABLE.
           05  IMAGE-LAYOUT-FIELD OCCURS 77 TIMES.
               10  IL-LAYOUT-NAME        PIC X(08).
               10  IL-FIELD-NAME         PIC X(24).
               10  IL-FIELD-OFFSET       PIC 9(03).
               10  IL-FIELD-LENGTH       PIC 9(03).
               10  IL-FIELD-TYPE         PIC X(01).
                   88  IL-ALPHANUMERIC           VALUE 'X'.
                   88  IL-ZONED                  VALUE 'N'.
                   88  IL-PACKED                 VALUE 'P'.
                   88  IL-BINARY                 VALUE 'B'.
               10  IL-FIELD-DECIMALS     PIC 9(01).

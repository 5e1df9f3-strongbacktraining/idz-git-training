      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Regulatory complaint log record, keyed on the
      *   complaint number, one record per complaint a member
      *   makes to us directly or through the state department
      *   of insurance.  CMPLMNT logs the complaint against the
      *   member's CUST-ID and INSURED-POLICY-NO (and the claim
      *   complained about, when there is one), stamps the
      *   member's STATE and the POLICY-TYPE as they stood when
      *   the complaint came in, and computes the response due
      *   date by advancing the received date through BUSDAY;
      *   it also closes the complaint with its disposition.
      *   CMPLAGE ages the open complaints weekly against their
      *   deadlines and CMPLQRPT reports the quarter's complaint
      *   ratios by state and policy type for the regulators.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  COMPLAINT-RECORD.
           05  CM-COMPLAINT-NO           PIC 9(07).
           05  CM-CUST-ID                PIC X(05).
           05  CM-POLICY-NO              PIC 9(07).
      *    CLAIM THE COMPLAINT IS ABOUT - ZEROS WHEN IT IS NOT
      *    ABOUT A PARTICULAR CLAIM.
           05  CM-CLAIM-KEY.
               10  CM-CLAIM-POLICY-NO    PIC 9(07).
               10  CM-CLAIM-SEQ-NO       PIC 9(02).
           05  CM-SOURCE                 PIC X(01).
               88  CM-DIRECT                     VALUE 'D'.
               88  CM-DEPT-OF-INSURANCE          VALUE 'I'.
               88  CM-VALID-SOURCE               VALUE 'D' 'I'.
           05  CM-CATEGORY               PIC X(02).
               88  CM-CLAIM-HANDLING             VALUE 'CH'.
               88  CM-UNDERWRITING               VALUE 'UW'.
               88  CM-MARKETING-SALES            VALUE 'MS'.
               88  CM-POLICYHOLDER-SERVICE       VALUE 'PS'.
               88  CM-PREMIUM-BILLING            VALUE 'PB'.
               88  CM-PROVIDER-NETWORK           VALUE 'PN'.
               88  CM-OTHER-CATEGORY             VALUE 'OT'.
               88  CM-VALID-CATEGORY             VALUE 'CH' 'UW'
                                                 'MS' 'PS' 'PB'
                                                 'PN' 'OT'.
           05  CM-STATE                  PIC X(02).
           05  CM-POLICY-TYPE            PIC 9(01).
           05  CM-RECEIVED-DATE          PIC 9(08).
           05  CM-RESPONSE-DUE-DATE      PIC 9(08).
           05  CM-STATUS                 PIC X(01).
               88  CM-OPEN                       VALUE 'O'.
               88  CM-CLOSED                     VALUE 'C'.
           05  CM-CLOSED-DATE            PIC 9(08).
           05  CM-DISPOSITION            PIC X(01).
               88  CM-JUSTIFIED                  VALUE 'J'.
               88  CM-NOT-JUSTIFIED              VALUE 'N'.
               88  CM-WITHDRAWN                  VALUE 'W'.
               88  CM-VALID-DISPOSITION          VALUE 'J' 'N' 'W'.
           05  FILLER                    PIC X(20).

      *   insured; PV-PAY-HOLD blocks direct payment and the
      *   claim falls back to paying the insured.  PROVPSUM
      *   summarizes a provider's payments from the claims
      *   history.  The network fields say whether the provider
      *   participates in the network and over what dates;
      *   CLMPAY pays a claim from a provider that is out of
      *   network on the service date at the plan's out-of-
      *   network coinsurance and out-of-pocket bucket, and the
      *   EOB warns the member balance billing may apply.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  PROVIDER-MASTER-RECORD.
           05  PV-PROVIDER-CODE          PIC X(02).
           05  PV-REMIT-STATE            PIC X(02).
           05  PV-PAY-HOLD-FLAG          PIC X(01).
               88  PV-PAY-HOLD                   VALUE 'Y'.
      *    'P' - PARTICIPATING FROM THE EFFECTIVE DATE THROUGH THE
      *    TERM DATE (ZERO TERM = OPEN-ENDED) AND OUT OF NETWORK
      *    OUTSIDE THAT WINDOW.  'N' - NON-PARTICIPATING.  SPACE IS
      *    A PROVIDER NEVER CLASSIFIED AND PAYS AS IN NETWORK.
           05  PV-NETWORK-STATUS         PIC X(01).
               88  PV-PARTICIPATING              VALUE 'P' ' '.
               88  PV-NON-PARTICIPATING          VALUE 'N'.
           05  PV-NETWORK-EFF-DATE       PIC 9(08).
           05  PV-NETWORK-TERM-DATE      PIC 9(08).
           05  FILLER                    PIC X(09).

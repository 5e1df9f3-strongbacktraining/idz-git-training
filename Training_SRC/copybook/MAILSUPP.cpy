      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
      *   Mail-suppressed report line.  Every run that mails
      *   a customer - CORRGEN letters, CUSTSTMT and LOANSTMT
      *   statements and the IDCARDX card feed - checks the
      *   CONTPREF bad-address flag, holds the piece instead
      *   of printing it, and appends one of these lines to
      *   the MAILSUPP report (opened EXTEND, so the night's
      *   runs share it).  Customer service works the report
      *   to get a good address on file.
      *** +++++++++++++++++++++++++++++++++++++++++++++++++++
       01  MAIL-SUPPRESSED-LINE.
           05  MS-RUN-DATE               PIC XXXX/XX/XX.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MS-PROGRAM                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MS-CUST-ID                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MS-NAME                   PIC X(25).
           05  FILLER                    PIC X(02) VALUE SPACES.
      *    WHAT WAS HELD - THE LETTER, STATEMENT OR CARD.
           05  MS-ITEM                   PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE
                   "BAD SINCE ".
           05  MS-BAD-SINCE              PIC XXXX/XX/XX.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MS-RETURN-REASON          PIC X(02).
           05  FILLER                    PIC X(20) VALUE SPACES.

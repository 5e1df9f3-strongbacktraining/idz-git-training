             03 ECAMTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECAMTI  PIC X(9).
           02  EACCTL    COMP  PIC  S9(4).
           02  EACCTF    PICTURE X.
           02  FILLER REDEFINES EACCTF.

             03 EACCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EACCTI  PIC X(1).
           02  EACDTL    COMP  PIC  S9(4).
           02  EACDTF    PICTURE X.
           02  FILLER REDEFINES EACDTF.

             03 EACDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EACDTI  PIC X(8).
           02  EACSTL    COMP  PIC  S9(4).
           02  EACSTF    PICTURE X.
           02  FILLER REDEFINES EACSTF.

             03 EACSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EACSTI  PIC X(2).
           02  EMSG1L    COMP  PIC  S9(4).
           02  EMSG1F    PICTURE X.
           02  FILLER REDEFINES EMSG1F.
           02  ECAMTH    PICTURE X.
           02  ECAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EACCTC    PICTURE X.
           02  EACCTH    PICTURE X.
           02  EACCTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EACDTC    PICTURE X.
           02  EACDTH    PICTURE X.
           02  EACDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EACSTC    PICTURE X.
           02  EACSTH    PICTURE X.
           02  EACSTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  EMSG1C    PICTURE X.
           02  EMSG1H    PICTURE X.
           02  EMSG1O  PIC X(65).

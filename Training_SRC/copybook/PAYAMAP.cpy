       01  PAYAMI.
           02  FILLER PIC X(12).
           02  AREFL    COMP  PIC  S9(4).
           02  AREFF    PICTURE X.
           02  FILLER REDEFINES AREFF.

             03 AREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AREFI  PIC X(9).
           02  AACTL    COMP  PIC  S9(4).
           02  AACTF    PICTURE X.
           02  FILLER REDEFINES AACTF.

             03 AACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AACTI  PIC X(1).
           02  ASRCL    COMP  PIC  S9(4).
           02  ASRCF    PICTURE X.
           02  FILLER REDEFINES ASRCF.

             03 ASRCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASRCI  PIC X(8).
           02  APAYL    COMP  PIC  S9(4).
           02  APAYF    PICTURE X.
           02  FILLER REDEFINES APAYF.

             03 APAYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APAYI  PIC X(25).
           02  AAMTL    COMP  PIC  S9(4).
           02  AAMTF    PICTURE X.
           02  FILLER REDEFINES AAMTF.

             03 AAMTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AAMTI  PIC X(14).
           02  ASTATL    COMP  PIC  S9(4).
           02  ASTATF    PICTURE X.
           02  FILLER REDEFINES ASTATF.

             03 ASTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASTATI  PIC X(20).
           02  AKEYL    COMP  PIC  S9(4).
           02  AKEYF    PICTURE X.
           02  FILLER REDEFINES AKEYF.

             03 AKEYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AKEYI  PIC X(8).
           02  AHELDL    COMP  PIC  S9(4).
           02  AHELDF    PICTURE X.
           02  FILLER REDEFINES AHELDF.

             03 AHELDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AHELDI  PIC X(8).
           02  ADEADL    COMP  PIC  S9(4).
           02  ADEADF    PICTURE X.
           02  FILLER REDEFINES ADEADF.

             03 ADEADA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADEADI  PIC X(8).
           02  AAPR1L    COMP  PIC  S9(4).
           02  AAPR1F    PICTURE X.
           02  FILLER REDEFINES AAPR1F.

             03 AAPR1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AAPR1I  PIC X(8).
           02  AAPD1L    COMP  PIC  S9(4).
           02  AAPD1F    PICTURE X.
           02  FILLER REDEFINES AAPD1F.

             03 AAPD1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AAPD1I  PIC X(8).
           02  AMSG1L    COMP  PIC  S9(4).
           02  AMSG1F    PICTURE X.
           02  FILLER REDEFINES AMSG1F.

             03 AMSG1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AMSG1I  PIC X(65).
       01  PAYAMO REDEFINES PAYAMI.

           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  AREFC    PICTURE X.
           02  AREFH    PICTURE X.
           02  AREFO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  AACTC    PICTURE X.
           02  AACTH    PICTURE X.
           02  AACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ASRCC    PICTURE X.
           02  ASRCH    PICTURE X.
           02  ASRCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APAYC    PICTURE X.
           02  APAYH    PICTURE X.
           02  APAYO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  AAMTC    PICTURE X.
           02  AAMTH    PICTURE X.
           02  AAMTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ASTATC    PICTURE X.
           02  ASTATH    PICTURE X.
           02  ASTATO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  AKEYC    PICTURE X.
           02  AKEYH    PICTURE X.
           02  AKEYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AHELDC    PICTURE X.
           02  AHELDH    PICTURE X.
           02  AHELDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ADEADC    PICTURE X.
           02  ADEADH    PICTURE X.
           02  ADEADO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AAPR1C    PICTURE X.
           02  AAPR1H    PICTURE X.
           02  AAPR1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AAPD1C    PICTURE X.
           02  AAPD1H    PICTURE X.
           02  AAPD1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AMSG1C    PICTURE X.
           02  AMSG1H    PICTURE X.
           02  AMSG1O  PIC X(65).

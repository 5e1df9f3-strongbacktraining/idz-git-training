       01  MENUI.
           02  FILLER PIC X(12).
           02  MDATEL    COMP  PIC  S9(4).
           02  MDATEF    PICTURE X.
           02  FILLER REDEFINES MDATEF.

             03 MDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MDATEI  PIC X(10).
           02  MTIMEL    COMP  PIC  S9(4).
           02  MTIMEF    PICTURE X.
           02  FILLER REDEFINES MTIMEF.

             03 MTIMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MTIMEI  PIC X(8).
           02  MOPERL    COMP  PIC  S9(4).
           02  MOPERF    PICTURE X.
           02  FILLER REDEFINES MOPERF.

             03 MOPERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPERI  PIC X(8).
           02  MONAML    COMP  PIC  S9(4).
           02  MONAMF    PICTURE X.
           02  FILLER REDEFINES MONAMF.

             03 MONAMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONAMI  PIC X(25).
           02  MOPT1L    COMP  PIC  S9(4).
           02  MOPT1F    PICTURE X.
           02  FILLER REDEFINES MOPT1F.

             03 MOPT1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT1I  PIC X(45).
           02  MOPT2L    COMP  PIC  S9(4).
           02  MOPT2F    PICTURE X.
           02  FILLER REDEFINES MOPT2F.

             03 MOPT2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT2I  PIC X(45).
           02  MOPT3L    COMP  PIC  S9(4).
           02  MOPT3F    PICTURE X.
           02  FILLER REDEFINES MOPT3F.

             03 MOPT3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT3I  PIC X(45).
           02  MOPT4L    COMP  PIC  S9(4).
           02  MOPT4F    PICTURE X.
           02  FILLER REDEFINES MOPT4F.

             03 MOPT4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT4I  PIC X(45).
           02  MOPT5L    COMP  PIC  S9(4).
           02  MOPT5F    PICTURE X.
           02  FILLER REDEFINES MOPT5F.

             03 MOPT5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT5I  PIC X(45).
           02  MOPT6L    COMP  PIC  S9(4).
           02  MOPT6F    PICTURE X.
           02  FILLER REDEFINES MOPT6F.

             03 MOPT6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT6I  PIC X(45).
           02  MOPT7L    COMP  PIC  S9(4).
           02  MOPT7F    PICTURE X.
           02  FILLER REDEFINES MOPT7F.

             03 MOPT7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOPT7I  PIC X(45).
           02  MSELL    COMP  PIC  S9(4).
           02  MSELF    PICTURE X.
           02  FILLER REDEFINES MSELF.

             03 MSELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSELI  PIC X(1).
           02  MCUSTL    COMP  PIC  S9(4).
           02  MCUSTF    PICTURE X.
           02  FILLER REDEFINES MCUSTF.

             03 MCUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MCUSTI  PIC X(5).
           02  MPOLL    COMP  PIC  S9(4).
           02  MPOLF    PICTURE X.
           02  FILLER REDEFINES MPOLF.

             03 MPOLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MPOLI  PIC X(7).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.

             03 MMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MMSGI  PIC X(65).
       01  MENUO REDEFINES MENUI.

           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MDATEC    PICTURE X.
           02  MDATEH    PICTURE X.
           02  MDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MTIMEC    PICTURE X.
           02  MTIMEH    PICTURE X.
           02  MTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOPERC    PICTURE X.
           02  MOPERH    PICTURE X.
           02  MOPERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MONAMC    PICTURE X.
           02  MONAMH    PICTURE X.
           02  MONAMO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  MOPT1C    PICTURE X.
           02  MOPT1H    PICTURE X.
           02  MOPT1O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT2C    PICTURE X.
           02  MOPT2H    PICTURE X.
           02  MOPT2O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT3C    PICTURE X.
           02  MOPT3H    PICTURE X.
           02  MOPT3O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT4C    PICTURE X.
           02  MOPT4H    PICTURE X.
           02  MOPT4O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT5C    PICTURE X.
           02  MOPT5H    PICTURE X.
           02  MOPT5O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT6C    PICTURE X.
           02  MOPT6H    PICTURE X.
           02  MOPT6O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MOPT7C    PICTURE X.
           02  MOPT7H    PICTURE X.
           02  MOPT7O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  MSELC    PICTURE X.
           02  MSELH    PICTURE X.
           02  MSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCUSTC    PICTURE X.
           02  MCUSTH    PICTURE X.
           02  MCUSTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MPOLC    PICTURE X.
           02  MPOLH    PICTURE X.
           02  MPOLO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MMSGC    PICTURE X.
           02  MMSGH    PICTURE X.
           02  MMSGO  PIC X(65).

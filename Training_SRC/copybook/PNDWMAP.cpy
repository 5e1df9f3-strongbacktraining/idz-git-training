       01  PNDWKI.
           02  FILLER PIC X(12).
           02  WRSNL    COMP  PIC  S9(4).
           02  WRSNF    PICTURE X.
           02  FILLER REDEFINES WRSNF.

             03 WRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WRSNI  PIC X(1).
           02  WAGEL    COMP  PIC  S9(4).
           02  WAGEF    PICTURE X.
           02  FILLER REDEFINES WAGEF.

             03 WAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WAGEI  PIC X(3).
           02  WSEL1L    COMP  PIC  S9(4).
           02  WSEL1F    PICTURE X.
           02  FILLER REDEFINES WSEL1F.

             03 WSEL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL1I  PIC X(1).
           02  WLIN1L    COMP  PIC  S9(4).
           02  WLIN1F    PICTURE X.
           02  FILLER REDEFINES WLIN1F.

             03 WLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN1I  PIC X(64).
           02  WSEL2L    COMP  PIC  S9(4).
           02  WSEL2F    PICTURE X.
           02  FILLER REDEFINES WSEL2F.

             03 WSEL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL2I  PIC X(1).
           02  WLIN2L    COMP  PIC  S9(4).
           02  WLIN2F    PICTURE X.
           02  FILLER REDEFINES WLIN2F.

             03 WLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN2I  PIC X(64).
           02  WSEL3L    COMP  PIC  S9(4).
           02  WSEL3F    PICTURE X.
           02  FILLER REDEFINES WSEL3F.

             03 WSEL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL3I  PIC X(1).
           02  WLIN3L    COMP  PIC  S9(4).
           02  WLIN3F    PICTURE X.
           02  FILLER REDEFINES WLIN3F.

             03 WLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN3I  PIC X(64).
           02  WSEL4L    COMP  PIC  S9(4).
           02  WSEL4F    PICTURE X.
           02  FILLER REDEFINES WSEL4F.

             03 WSEL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL4I  PIC X(1).
           02  WLIN4L    COMP  PIC  S9(4).
           02  WLIN4F    PICTURE X.
           02  FILLER REDEFINES WLIN4F.

             03 WLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN4I  PIC X(64).
           02  WSEL5L    COMP  PIC  S9(4).
           02  WSEL5F    PICTURE X.
           02  FILLER REDEFINES WSEL5F.

             03 WSEL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL5I  PIC X(1).
           02  WLIN5L    COMP  PIC  S9(4).
           02  WLIN5F    PICTURE X.
           02  FILLER REDEFINES WLIN5F.

             03 WLIN5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN5I  PIC X(64).
           02  WSEL6L    COMP  PIC  S9(4).
           02  WSEL6F    PICTURE X.
           02  FILLER REDEFINES WSEL6F.

             03 WSEL6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL6I  PIC X(1).
           02  WLIN6L    COMP  PIC  S9(4).
           02  WLIN6F    PICTURE X.
           02  FILLER REDEFINES WLIN6F.

             03 WLIN6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN6I  PIC X(64).
           02  WSEL7L    COMP  PIC  S9(4).
           02  WSEL7F    PICTURE X.
           02  FILLER REDEFINES WSEL7F.

             03 WSEL7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL7I  PIC X(1).
           02  WLIN7L    COMP  PIC  S9(4).
           02  WLIN7F    PICTURE X.
           02  FILLER REDEFINES WLIN7F.

             03 WLIN7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN7I  PIC X(64).
           02  WSEL8L    COMP  PIC  S9(4).
           02  WSEL8F    PICTURE X.
           02  FILLER REDEFINES WSEL8F.

             03 WSEL8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEL8I  PIC X(1).
           02  WLIN8L    COMP  PIC  S9(4).
           02  WLIN8F    PICTURE X.
           02  FILLER REDEFINES WLIN8F.

             03 WLIN8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WLIN8I  PIC X(64).
           02  WPOLL    COMP  PIC  S9(4).
           02  WPOLF    PICTURE X.
           02  FILLER REDEFINES WPOLF.

             03 WPOLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WPOLI  PIC X(7).
           02  WSEQL    COMP  PIC  S9(4).
           02  WSEQF    PICTURE X.
           02  FILLER REDEFINES WSEQF.

             03 WSEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WSEQI  PIC X(2).
           02  WNAMEL    COMP  PIC  S9(4).
           02  WNAMEF    PICTURE X.
           02  FILLER REDEFINES WNAMEF.

             03 WNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WNAMEI  PIC X(26).
           02  WTYPEL    COMP  PIC  S9(4).
           02  WTYPEF    PICTURE X.
           02  FILLER REDEFINES WTYPEF.

             03 WTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WTYPEI  PIC X(1).
           02  WPRSNL    COMP  PIC  S9(4).
           02  WPRSNF    PICTURE X.
           02  FILLER REDEFINES WPRSNF.

             03 WPRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WPRSNI  PIC X(1).
           02  WPDATL    COMP  PIC  S9(4).
           02  WPDATF    PICTURE X.
           02  FILLER REDEFINES WPDATF.

             03 WPDATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WPDATI  PIC X(8).
           02  WBDATL    COMP  PIC  S9(4).
           02  WBDATF    PICTURE X.
           02  FILLER REDEFINES WBDATF.

             03 WBDATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WBDATI  PIC X(8).
           02  WCAMTL    COMP  PIC  S9(4).
           02  WCAMTF    PICTURE X.
           02  FILLER REDEFINES WCAMTF.

             03 WCAMTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WCAMTI  PIC X(9).
           02  WACTL    COMP  PIC  S9(4).
           02  WACTF    PICTURE X.
           02  FILLER REDEFINES WACTF.

             03 WACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WACTI  PIC X(1).
           02  WNRSNL    COMP  PIC  S9(4).
           02  WNRSNF    PICTURE X.
           02  FILLER REDEFINES WNRSNF.

             03 WNRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WNRSNI  PIC X(1).
           02  WMSG1L    COMP  PIC  S9(4).
           02  WMSG1F    PICTURE X.
           02  FILLER REDEFINES WMSG1F.

             03 WMSG1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WMSG1I  PIC X(65).
       01  PNDWKO REDEFINES PNDWKI.

           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  WRSNC    PICTURE X.
           02  WRSNH    PICTURE X.
           02  WRSNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WAGEC    PICTURE X.
           02  WAGEH    PICTURE X.
           02  WAGEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  WSEL1C    PICTURE X.
           02  WSEL1H    PICTURE X.
           02  WSEL1O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN1C    PICTURE X.
           02  WLIN1H    PICTURE X.
           02  WLIN1O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL2C    PICTURE X.
           02  WSEL2H    PICTURE X.
           02  WSEL2O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN2C    PICTURE X.
           02  WLIN2H    PICTURE X.
           02  WLIN2O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL3C    PICTURE X.
           02  WSEL3H    PICTURE X.
           02  WSEL3O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN3C    PICTURE X.
           02  WLIN3H    PICTURE X.
           02  WLIN3O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL4C    PICTURE X.
           02  WSEL4H    PICTURE X.
           02  WSEL4O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN4C    PICTURE X.
           02  WLIN4H    PICTURE X.
           02  WLIN4O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL5C    PICTURE X.
           02  WSEL5H    PICTURE X.
           02  WSEL5O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN5C    PICTURE X.
           02  WLIN5H    PICTURE X.
           02  WLIN5O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL6C    PICTURE X.
           02  WSEL6H    PICTURE X.
           02  WSEL6O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN6C    PICTURE X.
           02  WLIN6H    PICTURE X.
           02  WLIN6O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL7C    PICTURE X.
           02  WSEL7H    PICTURE X.
           02  WSEL7O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN7C    PICTURE X.
           02  WLIN7H    PICTURE X.
           02  WLIN7O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WSEL8C    PICTURE X.
           02  WSEL8H    PICTURE X.
           02  WSEL8O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WLIN8C    PICTURE X.
           02  WLIN8H    PICTURE X.
           02  WLIN8O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  WPOLC    PICTURE X.
           02  WPOLH    PICTURE X.
           02  WPOLO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  WSEQC    PICTURE X.
           02  WSEQH    PICTURE X.
           02  WSEQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  WNAMEC    PICTURE X.
           02  WNAMEH    PICTURE X.
           02  WNAMEO  PIC X(26).
           02  FILLER PICTURE X(3).
           02  WTYPEC    PICTURE X.
           02  WTYPEH    PICTURE X.
           02  WTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WPRSNC    PICTURE X.
           02  WPRSNH    PICTURE X.
           02  WPRSNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WPDATC    PICTURE X.
           02  WPDATH    PICTURE X.
           02  WPDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WBDATC    PICTURE X.
           02  WBDATH    PICTURE X.
           02  WBDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WCAMTC    PICTURE X.
           02  WCAMTH    PICTURE X.
           02  WCAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  WACTC    PICTURE X.
           02  WACTH    PICTURE X.
           02  WACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WNRSNC    PICTURE X.
           02  WNRSNH    PICTURE X.
           02  WNRSNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WMSG1C    PICTURE X.
           02  WMSG1H    PICTURE X.
           02  WMSG1O  PIC X(65).

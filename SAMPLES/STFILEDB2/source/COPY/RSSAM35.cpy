       01  RSSAM35I.
           02  FILLER PIC X(12).
           02  VPGMSCRL    COMP  PIC  S9(4).
           02  VPGMSCRF    PICTURE X.
           02  FILLER REDEFINES VPGMSCRF.
             03 VPGMSCRA    PICTURE X.
           02  VPGMSCRI  PIC X(8).
           02  VDATEL    COMP  PIC  S9(4).
           02  VDATEF    PICTURE X.
           02  FILLER REDEFINES VDATEF.
             03 VDATEA    PICTURE X.
           02  VDATEI  PIC X(10).
           02  VTRANSL    COMP  PIC  S9(4).
           02  VTRANSF    PICTURE X.
           02  FILLER REDEFINES VTRANSF.
             03 VTRANSA    PICTURE X.
           02  VTRANSI  PIC X(4).
           02  VPPCUSTL    COMP  PIC  S9(4).
           02  VPPCUSTF    PICTURE X.
           02  FILLER REDEFINES VPPCUSTF.
             03 VPPCUSTA    PICTURE X.
           02  VPPCUSTI  PIC X(9).
           02  VPPORDL    COMP  PIC  S9(4).
           02  VPPORDF    PICTURE X.
           02  FILLER REDEFINES VPPORDF.
             03 VPPORDA    PICTURE X.
           02  VPPORDI  PIC X(6).
           02  VPPSTATL    COMP  PIC  S9(4).
           02  VPPSTATF    PICTURE X.
           02  FILLER REDEFINES VPPSTATF.
             03 VPPSTATA    PICTURE X.
           02  VPPSTATI  PIC X(60).
           02  VPPDT01L    COMP  PIC  S9(4).
           02  VPPDT01F    PICTURE X.
           02  FILLER REDEFINES VPPDT01F.
             03 VPPDT01A    PICTURE X.
           02  VPPDT01I  PIC X(8).
           02  VPPAM01L    COMP  PIC  S9(4).
           02  VPPAM01F    PICTURE X.
           02  FILLER REDEFINES VPPAM01F.
             03 VPPAM01A    PICTURE X.
           02  VPPAM01I  PIC X(9).
           02  VPPDT02L    COMP  PIC  S9(4).
           02  VPPDT02F    PICTURE X.
           02  FILLER REDEFINES VPPDT02F.
             03 VPPDT02A    PICTURE X.
           02  VPPDT02I  PIC X(8).
           02  VPPAM02L    COMP  PIC  S9(4).
           02  VPPAM02F    PICTURE X.
           02  FILLER REDEFINES VPPAM02F.
             03 VPPAM02A    PICTURE X.
           02  VPPAM02I  PIC X(9).
           02  VPPDT03L    COMP  PIC  S9(4).
           02  VPPDT03F    PICTURE X.
           02  FILLER REDEFINES VPPDT03F.
             03 VPPDT03A    PICTURE X.
           02  VPPDT03I  PIC X(8).
           02  VPPAM03L    COMP  PIC  S9(4).
           02  VPPAM03F    PICTURE X.
           02  FILLER REDEFINES VPPAM03F.
             03 VPPAM03A    PICTURE X.
           02  VPPAM03I  PIC X(9).
           02  VPPDT04L    COMP  PIC  S9(4).
           02  VPPDT04F    PICTURE X.
           02  FILLER REDEFINES VPPDT04F.
             03 VPPDT04A    PICTURE X.
           02  VPPDT04I  PIC X(8).
           02  VPPAM04L    COMP  PIC  S9(4).
           02  VPPAM04F    PICTURE X.
           02  FILLER REDEFINES VPPAM04F.
             03 VPPAM04A    PICTURE X.
           02  VPPAM04I  PIC X(9).
           02  VPPDT05L    COMP  PIC  S9(4).
           02  VPPDT05F    PICTURE X.
           02  FILLER REDEFINES VPPDT05F.
             03 VPPDT05A    PICTURE X.
           02  VPPDT05I  PIC X(8).
           02  VPPAM05L    COMP  PIC  S9(4).
           02  VPPAM05F    PICTURE X.
           02  FILLER REDEFINES VPPAM05F.
             03 VPPAM05A    PICTURE X.
           02  VPPAM05I  PIC X(9).
           02  VPPDT06L    COMP  PIC  S9(4).
           02  VPPDT06F    PICTURE X.
           02  FILLER REDEFINES VPPDT06F.
             03 VPPDT06A    PICTURE X.
           02  VPPDT06I  PIC X(8).
           02  VPPAM06L    COMP  PIC  S9(4).
           02  VPPAM06F    PICTURE X.
           02  FILLER REDEFINES VPPAM06F.
             03 VPPAM06A    PICTURE X.
           02  VPPAM06I  PIC X(9).
           02  VPPDT07L    COMP  PIC  S9(4).
           02  VPPDT07F    PICTURE X.
           02  FILLER REDEFINES VPPDT07F.
             03 VPPDT07A    PICTURE X.
           02  VPPDT07I  PIC X(8).
           02  VPPAM07L    COMP  PIC  S9(4).
           02  VPPAM07F    PICTURE X.
           02  FILLER REDEFINES VPPAM07F.
             03 VPPAM07A    PICTURE X.
           02  VPPAM07I  PIC X(9).
           02  VPPDT08L    COMP  PIC  S9(4).
           02  VPPDT08F    PICTURE X.
           02  FILLER REDEFINES VPPDT08F.
             03 VPPDT08A    PICTURE X.
           02  VPPDT08I  PIC X(8).
           02  VPPAM08L    COMP  PIC  S9(4).
           02  VPPAM08F    PICTURE X.
           02  FILLER REDEFINES VPPAM08F.
             03 VPPAM08A    PICTURE X.
           02  VPPAM08I  PIC X(9).
           02  VPPDT09L    COMP  PIC  S9(4).
           02  VPPDT09F    PICTURE X.
           02  FILLER REDEFINES VPPDT09F.
             03 VPPDT09A    PICTURE X.
           02  VPPDT09I  PIC X(8).
           02  VPPAM09L    COMP  PIC  S9(4).
           02  VPPAM09F    PICTURE X.
           02  FILLER REDEFINES VPPAM09F.
             03 VPPAM09A    PICTURE X.
           02  VPPAM09I  PIC X(9).
           02  VPPDT10L    COMP  PIC  S9(4).
           02  VPPDT10F    PICTURE X.
           02  FILLER REDEFINES VPPDT10F.
             03 VPPDT10A    PICTURE X.
           02  VPPDT10I  PIC X(8).
           02  VPPAM10L    COMP  PIC  S9(4).
           02  VPPAM10F    PICTURE X.
           02  FILLER REDEFINES VPPAM10F.
             03 VPPAM10A    PICTURE X.
           02  VPPAM10I  PIC X(9).
           02  VPPDT11L    COMP  PIC  S9(4).
           02  VPPDT11F    PICTURE X.
           02  FILLER REDEFINES VPPDT11F.
             03 VPPDT11A    PICTURE X.
           02  VPPDT11I  PIC X(8).
           02  VPPAM11L    COMP  PIC  S9(4).
           02  VPPAM11F    PICTURE X.
           02  FILLER REDEFINES VPPAM11F.
             03 VPPAM11A    PICTURE X.
           02  VPPAM11I  PIC X(9).
           02  VPPDT12L    COMP  PIC  S9(4).
           02  VPPDT12F    PICTURE X.
           02  FILLER REDEFINES VPPDT12F.
             03 VPPDT12A    PICTURE X.
           02  VPPDT12I  PIC X(8).
           02  VPPAM12L    COMP  PIC  S9(4).
           02  VPPAM12F    PICTURE X.
           02  FILLER REDEFINES VPPAM12F.
             03 VPPAM12A    PICTURE X.
           02  VPPAM12I  PIC X(9).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM35O REDEFINES RSSAM35I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VPPCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPORDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VPPSTATO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPPDT01O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM01O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT02O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM02O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT03O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM03O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT04O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM04O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT05O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM05O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT06O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM06O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT07O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM07O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT08O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM08O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT09O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM09O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT10O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM10O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT11O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM11O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPPDT12O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPPAM12O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

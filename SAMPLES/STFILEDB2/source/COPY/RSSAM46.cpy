       01  RSSAM46I.
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
           02  VRBREPTL    COMP  PIC  S9(4).
           02  VRBREPTF    PICTURE X.
           02  FILLER REDEFINES VRBREPTF.
             03 VRBREPTA    PICTURE X.
           02  VRBREPTI  PIC X(8).
           02  VRBVALL    COMP  PIC  S9(4).
           02  VRBVALF    PICTURE X.
           02  FILLER REDEFINES VRBVALF.
             03 VRBVALA    PICTURE X.
           02  VRBVALI  PIC X(3).
           02  VRBKTYPL    COMP  PIC  S9(4).
           02  VRBKTYPF    PICTURE X.
           02  FILLER REDEFINES VRBKTYPF.
             03 VRBKTYPA    PICTURE X.
           02  VRBKTYPI  PIC X(1).
           02  VRBKSRCL    COMP  PIC  S9(4).
           02  VRBKSRCF    PICTURE X.
           02  FILLER REDEFINES VRBKSRCF.
             03 VRBKSRCA    PICTURE X.
           02  VRBKSRCI  PIC X(1).
           02  VRBKCOLL    COMP  PIC  S9(4).
           02  VRBKCOLF    PICTURE X.
           02  FILLER REDEFINES VRBKCOLF.
             03 VRBKCOLA    PICTURE X.
           02  VRBKCOLI  PIC X(3).
           02  VRBKLENL    COMP  PIC  S9(4).
           02  VRBKLENF    PICTURE X.
           02  FILLER REDEFINES VRBKLENF.
             03 VRBKLENA    PICTURE X.
           02  VRBKLENI  PIC X(2).
           02  VRBFREQL    COMP  PIC  S9(4).
           02  VRBFREQF    PICTURE X.
           02  FILLER REDEFINES VRBFREQF.
             03 VRBFREQA    PICTURE X.
           02  VRBFREQI  PIC X(1).
           02  VRBWDAYL    COMP  PIC  S9(4).
           02  VRBWDAYF    PICTURE X.
           02  FILLER REDEFINES VRBWDAYF.
             03 VRBWDAYA    PICTURE X.
           02  VRBWDAYI  PIC X(1).
           02  VRBRCP1L    COMP  PIC  S9(4).
           02  VRBRCP1F    PICTURE X.
           02  FILLER REDEFINES VRBRCP1F.
             03 VRBRCP1A    PICTURE X.
           02  VRBRCP1I  PIC X(8).
           02  VRBRCP2L    COMP  PIC  S9(4).
           02  VRBRCP2F    PICTURE X.
           02  FILLER REDEFINES VRBRCP2F.
             03 VRBRCP2A    PICTURE X.
           02  VRBRCP2I  PIC X(8).
           02  VRBRCP3L    COMP  PIC  S9(4).
           02  VRBRCP3F    PICTURE X.
           02  FILLER REDEFINES VRBRCP3F.
             03 VRBRCP3A    PICTURE X.
           02  VRBRCP3I  PIC X(8).
           02  VRBRCP4L    COMP  PIC  S9(4).
           02  VRBRCP4F    PICTURE X.
           02  FILLER REDEFINES VRBRCP4F.
             03 VRBRCP4A    PICTURE X.
           02  VRBRCP4I  PIC X(8).
           02  VRBRCP5L    COMP  PIC  S9(4).
           02  VRBRCP5F    PICTURE X.
           02  FILLER REDEFINES VRBRCP5F.
             03 VRBRCP5A    PICTURE X.
           02  VRBRCP5I  PIC X(8).
           02  VRBDELVL    COMP  PIC  S9(4).
           02  VRBDELVF    PICTURE X.
           02  FILLER REDEFINES VRBDELVF.
             03 VRBDELVA    PICTURE X.
           02  VRBDELVI  PIC X(1).
           02  VPLIN1L    COMP  PIC  S9(4).
           02  VPLIN1F    PICTURE X.
           02  FILLER REDEFINES VPLIN1F.
             03 VPLIN1A    PICTURE X.
           02  VPLIN1I  PIC X(60).
           02  VPLIN2L    COMP  PIC  S9(4).
           02  VPLIN2F    PICTURE X.
           02  FILLER REDEFINES VPLIN2F.
             03 VPLIN2A    PICTURE X.
           02  VPLIN2I  PIC X(60).
           02  VPLIN3L    COMP  PIC  S9(4).
           02  VPLIN3F    PICTURE X.
           02  FILLER REDEFINES VPLIN3F.
             03 VPLIN3A    PICTURE X.
           02  VPLIN3I  PIC X(60).
           02  VPLIN4L    COMP  PIC  S9(4).
           02  VPLIN4F    PICTURE X.
           02  FILLER REDEFINES VPLIN4F.
             03 VPLIN4A    PICTURE X.
           02  VPLIN4I  PIC X(60).
           02  VPLIN5L    COMP  PIC  S9(4).
           02  VPLIN5F    PICTURE X.
           02  FILLER REDEFINES VPLIN5F.
             03 VPLIN5A    PICTURE X.
           02  VPLIN5I  PIC X(60).
           02  VPLIN6L    COMP  PIC  S9(4).
           02  VPLIN6F    PICTURE X.
           02  FILLER REDEFINES VPLIN6F.
             03 VPLIN6A    PICTURE X.
           02  VPLIN6I  PIC X(60).
           02  VPLIN7L    COMP  PIC  S9(4).
           02  VPLIN7F    PICTURE X.
           02  FILLER REDEFINES VPLIN7F.
             03 VPLIN7A    PICTURE X.
           02  VPLIN7I  PIC X(60).
           02  VPLIN8L    COMP  PIC  S9(4).
           02  VPLIN8F    PICTURE X.
           02  FILLER REDEFINES VPLIN8F.
             03 VPLIN8A    PICTURE X.
           02  VPLIN8I  PIC X(60).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM46O REDEFINES RSSAM46I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VRBREPTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBVALO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VRBKTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VRBKSRCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VRBKCOLO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VRBKLENO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VRBFREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VRBWDAYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VRBRCP1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBRCP2O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBRCP3O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBRCP4O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBRCP5O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRBDELVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VPLIN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

       01  RSSAM37I.
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
           02  VCUSTIDL    COMP  PIC  S9(4).
           02  VCUSTIDF    PICTURE X.
           02  FILLER REDEFINES VCUSTIDF.
             03 VCUSTIDA    PICTURE X.
           02  VCUSTIDI  PIC X(6).
           02  VCUSTNML    COMP  PIC  S9(4).
           02  VCUSTNMF    PICTURE X.
           02  FILLER REDEFINES VCUSTNMF.
             03 VCUSTNMA    PICTURE X.
           02  VCUSTNMI  PIC X(40).
           02  VEXSTATL    COMP  PIC  S9(4).
           02  VEXSTATF    PICTURE X.
           02  FILLER REDEFINES VEXSTATF.
             03 VEXSTATA    PICTURE X.
           02  VEXSTATI  PIC X(2).
           02  VEXCERTL    COMP  PIC  S9(4).
           02  VEXCERTF    PICTURE X.
           02  FILLER REDEFINES VEXCERTF.
             03 VEXCERTA    PICTURE X.
           02  VEXCERTI  PIC X(20).
           02  VEXTYPEL    COMP  PIC  S9(4).
           02  VEXTYPEF    PICTURE X.
           02  FILLER REDEFINES VEXTYPEF.
             03 VEXTYPEA    PICTURE X.
           02  VEXTYPEI  PIC X(1).
           02  VEXISSUL    COMP  PIC  S9(4).
           02  VEXISSUF    PICTURE X.
           02  FILLER REDEFINES VEXISSUF.
             03 VEXISSUA    PICTURE X.
           02  VEXISSUI  PIC X(8).
           02  VEXEXPYL    COMP  PIC  S9(4).
           02  VEXEXPYF    PICTURE X.
           02  FILLER REDEFINES VEXEXPYF.
             03 VEXEXPYA    PICTURE X.
           02  VEXEXPYI  PIC X(8).
           02  VELIN1L    COMP  PIC  S9(4).
           02  VELIN1F    PICTURE X.
           02  FILLER REDEFINES VELIN1F.
             03 VELIN1A    PICTURE X.
           02  VELIN1I  PIC X(60).
           02  VELIN2L    COMP  PIC  S9(4).
           02  VELIN2F    PICTURE X.
           02  FILLER REDEFINES VELIN2F.
             03 VELIN2A    PICTURE X.
           02  VELIN2I  PIC X(60).
           02  VELIN3L    COMP  PIC  S9(4).
           02  VELIN3F    PICTURE X.
           02  FILLER REDEFINES VELIN3F.
             03 VELIN3A    PICTURE X.
           02  VELIN3I  PIC X(60).
           02  VELIN4L    COMP  PIC  S9(4).
           02  VELIN4F    PICTURE X.
           02  FILLER REDEFINES VELIN4F.
             03 VELIN4A    PICTURE X.
           02  VELIN4I  PIC X(60).
           02  VELIN5L    COMP  PIC  S9(4).
           02  VELIN5F    PICTURE X.
           02  FILLER REDEFINES VELIN5F.
             03 VELIN5A    PICTURE X.
           02  VELIN5I  PIC X(60).
           02  VELIN6L    COMP  PIC  S9(4).
           02  VELIN6F    PICTURE X.
           02  FILLER REDEFINES VELIN6F.
             03 VELIN6A    PICTURE X.
           02  VELIN6I  PIC X(60).
           02  VELIN7L    COMP  PIC  S9(4).
           02  VELIN7F    PICTURE X.
           02  FILLER REDEFINES VELIN7F.
             03 VELIN7A    PICTURE X.
           02  VELIN7I  PIC X(60).
           02  VELIN8L    COMP  PIC  S9(4).
           02  VELIN8F    PICTURE X.
           02  FILLER REDEFINES VELIN8F.
             03 VELIN8A    PICTURE X.
           02  VELIN8I  PIC X(60).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM37O REDEFINES RSSAM37I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VCUSTIDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VCUSTNMO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VEXSTATO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VEXCERTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VEXTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VEXISSUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VEXEXPYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VELIN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VELIN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

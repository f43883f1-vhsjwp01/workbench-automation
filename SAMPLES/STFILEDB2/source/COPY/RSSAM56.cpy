       01  RSSAM56I.
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
           02  VLTLS1L    COMP  PIC  S9(4).
           02  VLTLS1F    PICTURE X.
           02  FILLER REDEFINES VLTLS1F.
             03 VLTLS1A    PICTURE X.
           02  VLTLS1I  PIC X(45).
           02  VLTLS2L    COMP  PIC  S9(4).
           02  VLTLS2F    PICTURE X.
           02  FILLER REDEFINES VLTLS2F.
             03 VLTLS2A    PICTURE X.
           02  VLTLS2I  PIC X(45).
           02  VLTLS3L    COMP  PIC  S9(4).
           02  VLTLS3F    PICTURE X.
           02  FILLER REDEFINES VLTLS3F.
             03 VLTLS3A    PICTURE X.
           02  VLTLS3I  PIC X(45).
           02  VLTLS4L    COMP  PIC  S9(4).
           02  VLTLS4F    PICTURE X.
           02  FILLER REDEFINES VLTLS4F.
             03 VLTLS4A    PICTURE X.
           02  VLTLS4I  PIC X(45).
           02  VLTSELL    COMP  PIC  S9(4).
           02  VLTSELF    PICTURE X.
           02  FILLER REDEFINES VLTSELF.
             03 VLTSELA    PICTURE X.
           02  VLTSELI  PIC X(1).
           02  VLTTX1L    COMP  PIC  S9(4).
           02  VLTTX1F    PICTURE X.
           02  FILLER REDEFINES VLTTX1F.
             03 VLTTX1A    PICTURE X.
           02  VLTTX1I  PIC X(70).
           02  VLTTX2L    COMP  PIC  S9(4).
           02  VLTTX2F    PICTURE X.
           02  FILLER REDEFINES VLTTX2F.
             03 VLTTX2A    PICTURE X.
           02  VLTTX2I  PIC X(70).
           02  VLQSEQL    COMP  PIC  S9(4).
           02  VLQSEQF    PICTURE X.
           02  FILLER REDEFINES VLQSEQF.
             03 VLQSEQA    PICTURE X.
           02  VLQSEQI  PIC X(4).
           02  VLQLN1L    COMP  PIC  S9(4).
           02  VLQLN1F    PICTURE X.
           02  FILLER REDEFINES VLQLN1F.
             03 VLQLN1A    PICTURE X.
           02  VLQLN1I  PIC X(78).
           02  VLQLN2L    COMP  PIC  S9(4).
           02  VLQLN2F    PICTURE X.
           02  FILLER REDEFINES VLQLN2F.
             03 VLQLN2A    PICTURE X.
           02  VLQLN2I  PIC X(78).
           02  VLQLN3L    COMP  PIC  S9(4).
           02  VLQLN3F    PICTURE X.
           02  FILLER REDEFINES VLQLN3F.
             03 VLQLN3A    PICTURE X.
           02  VLQLN3I  PIC X(78).
           02  VLQLN4L    COMP  PIC  S9(4).
           02  VLQLN4F    PICTURE X.
           02  FILLER REDEFINES VLQLN4F.
             03 VLQLN4A    PICTURE X.
           02  VLQLN4I  PIC X(78).
           02  VLQLN5L    COMP  PIC  S9(4).
           02  VLQLN5F    PICTURE X.
           02  FILLER REDEFINES VLQLN5F.
             03 VLQLN5A    PICTURE X.
           02  VLQLN5I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM56O REDEFINES RSSAM56I.
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
           02  VLTLS1O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  VLTLS2O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  VLTLS3O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  VLTLS4O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  VLTSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VLTTX1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VLTTX2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VLQSEQO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VLQLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLQLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLQLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLQLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLQLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

       01  RSSAM41I.
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
           02  VBTROLEL    COMP  PIC  S9(4).
           02  VBTROLEF    PICTURE X.
           02  FILLER REDEFINES VBTROLEF.
             03 VBTROLEA    PICTURE X.
           02  VBTROLEI  PIC X(78).
           02  VBTPARL    COMP  PIC  S9(4).
           02  VBTPARF    PICTURE X.
           02  FILLER REDEFINES VBTPARF.
             03 VBTPARA    PICTURE X.
           02  VBTPARI  PIC X(6).
           02  VBTPNML    COMP  PIC  S9(4).
           02  VBTPNMF    PICTURE X.
           02  FILLER REDEFINES VBTPNMF.
             03 VBTPNMA    PICTURE X.
           02  VBTPNMI  PIC X(40).
           02  VBTACTL    COMP  PIC  S9(4).
           02  VBTACTF    PICTURE X.
           02  FILLER REDEFINES VBTACTF.
             03 VBTACTA    PICTURE X.
           02  VBTACTI  PIC X(1).
           02  VLOCLN1L    COMP  PIC  S9(4).
           02  VLOCLN1F    PICTURE X.
           02  FILLER REDEFINES VLOCLN1F.
             03 VLOCLN1A    PICTURE X.
           02  VLOCLN1I  PIC X(78).
           02  VLOCLN2L    COMP  PIC  S9(4).
           02  VLOCLN2F    PICTURE X.
           02  FILLER REDEFINES VLOCLN2F.
             03 VLOCLN2A    PICTURE X.
           02  VLOCLN2I  PIC X(78).
           02  VLOCLN3L    COMP  PIC  S9(4).
           02  VLOCLN3F    PICTURE X.
           02  FILLER REDEFINES VLOCLN3F.
             03 VLOCLN3A    PICTURE X.
           02  VLOCLN3I  PIC X(78).
           02  VLOCLN4L    COMP  PIC  S9(4).
           02  VLOCLN4F    PICTURE X.
           02  FILLER REDEFINES VLOCLN4F.
             03 VLOCLN4A    PICTURE X.
           02  VLOCLN4I  PIC X(78).
           02  VLOCLN5L    COMP  PIC  S9(4).
           02  VLOCLN5F    PICTURE X.
           02  FILLER REDEFINES VLOCLN5F.
             03 VLOCLN5A    PICTURE X.
           02  VLOCLN5I  PIC X(78).
           02  VLOCLN6L    COMP  PIC  S9(4).
           02  VLOCLN6F    PICTURE X.
           02  FILLER REDEFINES VLOCLN6F.
             03 VLOCLN6A    PICTURE X.
           02  VLOCLN6I  PIC X(78).
           02  VLOCLN7L    COMP  PIC  S9(4).
           02  VLOCLN7F    PICTURE X.
           02  FILLER REDEFINES VLOCLN7F.
             03 VLOCLN7A    PICTURE X.
           02  VLOCLN7I  PIC X(78).
           02  VLOCLN8L    COMP  PIC  S9(4).
           02  VLOCLN8F    PICTURE X.
           02  FILLER REDEFINES VLOCLN8F.
             03 VLOCLN8A    PICTURE X.
           02  VLOCLN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM41O REDEFINES RSSAM41I.
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
           02  VBTROLEO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBTPARO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VBTPNMO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VBTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VLOCLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VLOCLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

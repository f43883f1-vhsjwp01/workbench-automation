       01  RSSAM38I.
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
           02  VDMSTATL    COMP  PIC  S9(4).
           02  VDMSTATF    PICTURE X.
           02  FILLER REDEFINES VDMSTATF.
             03 VDMSTATA    PICTURE X.
           02  VDMSTATI  PIC X(1).
           02  VDMDATEL    COMP  PIC  S9(4).
           02  VDMDATEF    PICTURE X.
           02  FILLER REDEFINES VDMDATEF.
             03 VDMDATEA    PICTURE X.
           02  VDMDATEI  PIC X(8).
           02  VDMROUTL    COMP  PIC  S9(4).
           02  VDMROUTF    PICTURE X.
           02  FILLER REDEFINES VDMROUTF.
             03 VDMROUTA    PICTURE X.
           02  VDMROUTI  PIC X(9).
           02  VDMACCTL    COMP  PIC  S9(4).
           02  VDMACCTF    PICTURE X.
           02  FILLER REDEFINES VDMACCTF.
             03 VDMACCTA    PICTURE X.
           02  VDMACCTI  PIC X(17).
           02  VDMATYPL    COMP  PIC  S9(4).
           02  VDMATYPF    PICTURE X.
           02  FILLER REDEFINES VDMATYPF.
             03 VDMATYPA    PICTURE X.
           02  VDMATYPI  PIC X(1).
           02  VDMINF1L    COMP  PIC  S9(4).
           02  VDMINF1F    PICTURE X.
           02  FILLER REDEFINES VDMINF1F.
             03 VDMINF1A    PICTURE X.
           02  VDMINF1I  PIC X(60).
           02  VDMINF2L    COMP  PIC  S9(4).
           02  VDMINF2F    PICTURE X.
           02  FILLER REDEFINES VDMINF2F.
             03 VDMINF2A    PICTURE X.
           02  VDMINF2I  PIC X(60).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM38O REDEFINES RSSAM38I.
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
           02  VDMSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VDMDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDMROUTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VDMACCTO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  VDMATYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VDMINF1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VDMINF2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

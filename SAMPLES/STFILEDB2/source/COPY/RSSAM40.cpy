       01  RSSAM40I.
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
           02  VCHLIN1L    COMP  PIC  S9(4).
           02  VCHLIN1F    PICTURE X.
           02  FILLER REDEFINES VCHLIN1F.
             03 VCHLIN1A    PICTURE X.
           02  VCHLIN1I  PIC X(78).
           02  VCHLIN2L    COMP  PIC  S9(4).
           02  VCHLIN2F    PICTURE X.
           02  FILLER REDEFINES VCHLIN2F.
             03 VCHLIN2A    PICTURE X.
           02  VCHLIN2I  PIC X(78).
           02  VCHLIN3L    COMP  PIC  S9(4).
           02  VCHLIN3F    PICTURE X.
           02  FILLER REDEFINES VCHLIN3F.
             03 VCHLIN3A    PICTURE X.
           02  VCHLIN3I  PIC X(78).
           02  VCHLIN4L    COMP  PIC  S9(4).
           02  VCHLIN4F    PICTURE X.
           02  FILLER REDEFINES VCHLIN4F.
             03 VCHLIN4A    PICTURE X.
           02  VCHLIN4I  PIC X(78).
           02  VCHLIN5L    COMP  PIC  S9(4).
           02  VCHLIN5F    PICTURE X.
           02  FILLER REDEFINES VCHLIN5F.
             03 VCHLIN5A    PICTURE X.
           02  VCHLIN5I  PIC X(78).
           02  VCHLIN6L    COMP  PIC  S9(4).
           02  VCHLIN6F    PICTURE X.
           02  FILLER REDEFINES VCHLIN6F.
             03 VCHLIN6A    PICTURE X.
           02  VCHLIN6I  PIC X(78).
           02  VCHLIN7L    COMP  PIC  S9(4).
           02  VCHLIN7F    PICTURE X.
           02  FILLER REDEFINES VCHLIN7F.
             03 VCHLIN7A    PICTURE X.
           02  VCHLIN7I  PIC X(78).
           02  VCHLIN8L    COMP  PIC  S9(4).
           02  VCHLIN8F    PICTURE X.
           02  FILLER REDEFINES VCHLIN8F.
             03 VCHLIN8A    PICTURE X.
           02  VCHLIN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM40O REDEFINES RSSAM40I.
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
           02  VCHLIN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VCHLIN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

       01  RSSAM44I.
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
           02  VRCUSERL    COMP  PIC  S9(4).
           02  VRCUSERF    PICTURE X.
           02  FILLER REDEFINES VRCUSERF.
             03 VRCUSERA    PICTURE X.
           02  VRCUSERI  PIC X(8).
           02  VRCACTL    COMP  PIC  S9(4).
           02  VRCACTF    PICTURE X.
           02  FILLER REDEFINES VRCACTF.
             03 VRCACTA    PICTURE X.
           02  VRCACTI  PIC X(1).
           02  VWLIN1L    COMP  PIC  S9(4).
           02  VWLIN1F    PICTURE X.
           02  FILLER REDEFINES VWLIN1F.
             03 VWLIN1A    PICTURE X.
           02  VWLIN1I  PIC X(78).
           02  VWLIN2L    COMP  PIC  S9(4).
           02  VWLIN2F    PICTURE X.
           02  FILLER REDEFINES VWLIN2F.
             03 VWLIN2A    PICTURE X.
           02  VWLIN2I  PIC X(78).
           02  VWLIN3L    COMP  PIC  S9(4).
           02  VWLIN3F    PICTURE X.
           02  FILLER REDEFINES VWLIN3F.
             03 VWLIN3A    PICTURE X.
           02  VWLIN3I  PIC X(78).
           02  VWLIN4L    COMP  PIC  S9(4).
           02  VWLIN4F    PICTURE X.
           02  FILLER REDEFINES VWLIN4F.
             03 VWLIN4A    PICTURE X.
           02  VWLIN4I  PIC X(78).
           02  VWLIN5L    COMP  PIC  S9(4).
           02  VWLIN5F    PICTURE X.
           02  FILLER REDEFINES VWLIN5F.
             03 VWLIN5A    PICTURE X.
           02  VWLIN5I  PIC X(78).
           02  VWLIN6L    COMP  PIC  S9(4).
           02  VWLIN6F    PICTURE X.
           02  FILLER REDEFINES VWLIN6F.
             03 VWLIN6A    PICTURE X.
           02  VWLIN6I  PIC X(78).
           02  VWLIN7L    COMP  PIC  S9(4).
           02  VWLIN7F    PICTURE X.
           02  FILLER REDEFINES VWLIN7F.
             03 VWLIN7A    PICTURE X.
           02  VWLIN7I  PIC X(78).
           02  VWLIN8L    COMP  PIC  S9(4).
           02  VWLIN8F    PICTURE X.
           02  FILLER REDEFINES VWLIN8F.
             03 VWLIN8A    PICTURE X.
           02  VWLIN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM44O REDEFINES RSSAM44I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VRCUSERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRCACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VWLIN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VWLIN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

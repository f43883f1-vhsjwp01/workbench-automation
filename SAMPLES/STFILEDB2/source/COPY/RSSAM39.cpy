       01  RSSAM39I.
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
           02  VFRCUSTL    COMP  PIC  S9(4).
           02  VFRCUSTF    PICTURE X.
           02  FILLER REDEFINES VFRCUSTF.
             03 VFRCUSTA    PICTURE X.
           02  VFRCUSTI  PIC X(9).
           02  VFRRULEL    COMP  PIC  S9(4).
           02  VFRRULEF    PICTURE X.
           02  FILLER REDEFINES VFRRULEF.
             03 VFRRULEA    PICTURE X.
           02  VFRRULEI  PIC X(4).
           02  VFRDATEL    COMP  PIC  S9(4).
           02  VFRDATEF    PICTURE X.
           02  FILLER REDEFINES VFRDATEF.
             03 VFRDATEA    PICTURE X.
           02  VFRDATEI  PIC X(8).
           02  VFRORDL    COMP  PIC  S9(4).
           02  VFRORDF    PICTURE X.
           02  FILLER REDEFINES VFRORDF.
             03 VFRORDA    PICTURE X.
           02  VFRORDI  PIC X(6).
           02  VFRACTL    COMP  PIC  S9(4).
           02  VFRACTF    PICTURE X.
           02  FILLER REDEFINES VFRACTF.
             03 VFRACTA    PICTURE X.
           02  VFRACTI  PIC X(1).
           02  VFLIN1L    COMP  PIC  S9(4).
           02  VFLIN1F    PICTURE X.
           02  FILLER REDEFINES VFLIN1F.
             03 VFLIN1A    PICTURE X.
           02  VFLIN1I  PIC X(78).
           02  VFLIN2L    COMP  PIC  S9(4).
           02  VFLIN2F    PICTURE X.
           02  FILLER REDEFINES VFLIN2F.
             03 VFLIN2A    PICTURE X.
           02  VFLIN2I  PIC X(78).
           02  VFLIN3L    COMP  PIC  S9(4).
           02  VFLIN3F    PICTURE X.
           02  FILLER REDEFINES VFLIN3F.
             03 VFLIN3A    PICTURE X.
           02  VFLIN3I  PIC X(78).
           02  VFLIN4L    COMP  PIC  S9(4).
           02  VFLIN4F    PICTURE X.
           02  FILLER REDEFINES VFLIN4F.
             03 VFLIN4A    PICTURE X.
           02  VFLIN4I  PIC X(78).
           02  VFLIN5L    COMP  PIC  S9(4).
           02  VFLIN5F    PICTURE X.
           02  FILLER REDEFINES VFLIN5F.
             03 VFLIN5A    PICTURE X.
           02  VFLIN5I  PIC X(78).
           02  VFLIN6L    COMP  PIC  S9(4).
           02  VFLIN6F    PICTURE X.
           02  FILLER REDEFINES VFLIN6F.
             03 VFLIN6A    PICTURE X.
           02  VFLIN6I  PIC X(78).
           02  VFLIN7L    COMP  PIC  S9(4).
           02  VFLIN7F    PICTURE X.
           02  FILLER REDEFINES VFLIN7F.
             03 VFLIN7A    PICTURE X.
           02  VFLIN7I  PIC X(78).
           02  VFLIN8L    COMP  PIC  S9(4).
           02  VFLIN8F    PICTURE X.
           02  FILLER REDEFINES VFLIN8F.
             03 VFLIN8A    PICTURE X.
           02  VFLIN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM39O REDEFINES RSSAM39I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VFRCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VFRRULEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VFRDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VFRORDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VFRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VFLIN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFLIN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

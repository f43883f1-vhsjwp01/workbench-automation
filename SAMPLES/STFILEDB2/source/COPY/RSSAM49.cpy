       01  RSSAM49I.
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
           02  VKYLIN1L    COMP  PIC  S9(4).
           02  VKYLIN1F    PICTURE X.
           02  FILLER REDEFINES VKYLIN1F.
             03 VKYLIN1A    PICTURE X.
           02  VKYLIN1I  PIC X(70).
           02  VKYLIN2L    COMP  PIC  S9(4).
           02  VKYLIN2F    PICTURE X.
           02  FILLER REDEFINES VKYLIN2F.
             03 VKYLIN2A    PICTURE X.
           02  VKYLIN2I  PIC X(70).
           02  VKYLIN3L    COMP  PIC  S9(4).
           02  VKYLIN3F    PICTURE X.
           02  FILLER REDEFINES VKYLIN3F.
             03 VKYLIN3A    PICTURE X.
           02  VKYLIN3I  PIC X(70).
           02  VKYLIN4L    COMP  PIC  S9(4).
           02  VKYLIN4F    PICTURE X.
           02  FILLER REDEFINES VKYLIN4F.
             03 VKYLIN4A    PICTURE X.
           02  VKYLIN4I  PIC X(70).
           02  VKYLIN5L    COMP  PIC  S9(4).
           02  VKYLIN5F    PICTURE X.
           02  FILLER REDEFINES VKYLIN5F.
             03 VKYLIN5A    PICTURE X.
           02  VKYLIN5I  PIC X(70).
           02  VKYLIN6L    COMP  PIC  S9(4).
           02  VKYLIN6F    PICTURE X.
           02  FILLER REDEFINES VKYLIN6F.
             03 VKYLIN6A    PICTURE X.
           02  VKYLIN6I  PIC X(70).
           02  VKYLIN7L    COMP  PIC  S9(4).
           02  VKYLIN7F    PICTURE X.
           02  FILLER REDEFINES VKYLIN7F.
             03 VKYLIN7A    PICTURE X.
           02  VKYLIN7I  PIC X(70).
           02  VKYLIN8L    COMP  PIC  S9(4).
           02  VKYLIN8F    PICTURE X.
           02  FILLER REDEFINES VKYLIN8F.
             03 VKYLIN8A    PICTURE X.
           02  VKYLIN8I  PIC X(70).
           02  VKYCUSTL    COMP  PIC  S9(4).
           02  VKYCUSTF    PICTURE X.
           02  FILLER REDEFINES VKYCUSTF.
             03 VKYCUSTA    PICTURE X.
           02  VKYCUSTI  PIC X(9).
           02  VKYNAMEL    COMP  PIC  S9(4).
           02  VKYNAMEF    PICTURE X.
           02  FILLER REDEFINES VKYNAMEF.
             03 VKYNAMEA    PICTURE X.
           02  VKYNAMEI  PIC X(30).
           02  VKYRATL    COMP  PIC  S9(4).
           02  VKYRATF    PICTURE X.
           02  FILLER REDEFINES VKYRATF.
             03 VKYRATA    PICTURE X.
           02  VKYRATI  PIC X(1).
           02  VKYSCORL    COMP  PIC  S9(4).
           02  VKYSCORF    PICTURE X.
           02  FILLER REDEFINES VKYSCORF.
             03 VKYSCORA    PICTURE X.
           02  VKYSCORI  PIC X(2).
           02  VKYFACTL    COMP  PIC  S9(4).
           02  VKYFACTF    PICTURE X.
           02  FILLER REDEFINES VKYFACTF.
             03 VKYFACTA    PICTURE X.
           02  VKYFACTI  PIC X(7).
           02  VKYLASTL    COMP  PIC  S9(4).
           02  VKYLASTF    PICTURE X.
           02  FILLER REDEFINES VKYLASTF.
             03 VKYLASTA    PICTURE X.
           02  VKYLASTI  PIC X(8).
           02  VKYNEXTL    COMP  PIC  S9(4).
           02  VKYNEXTF    PICTURE X.
           02  FILLER REDEFINES VKYNEXTF.
             03 VKYNEXTA    PICTURE X.
           02  VKYNEXTI  PIC X(8).
           02  VKYDOC1L    COMP  PIC  S9(4).
           02  VKYDOC1F    PICTURE X.
           02  FILLER REDEFINES VKYDOC1F.
             03 VKYDOC1A    PICTURE X.
           02  VKYDOC1I  PIC X(4).
           02  VKYDOC2L    COMP  PIC  S9(4).
           02  VKYDOC2F    PICTURE X.
           02  FILLER REDEFINES VKYDOC2F.
             03 VKYDOC2A    PICTURE X.
           02  VKYDOC2I  PIC X(4).
           02  VKYDOC3L    COMP  PIC  S9(4).
           02  VKYDOC3F    PICTURE X.
           02  FILLER REDEFINES VKYDOC3F.
             03 VKYDOC3A    PICTURE X.
           02  VKYDOC3I  PIC X(4).
           02  VKYDOC4L    COMP  PIC  S9(4).
           02  VKYDOC4F    PICTURE X.
           02  FILLER REDEFINES VKYDOC4F.
             03 VKYDOC4A    PICTURE X.
           02  VKYDOC4I  PIC X(4).
           02  VKYOUTL    COMP  PIC  S9(4).
           02  VKYOUTF    PICTURE X.
           02  FILLER REDEFINES VKYOUTF.
             03 VKYOUTA    PICTURE X.
           02  VKYOUTI  PIC X(1).
           02  VKYNOTEL    COMP  PIC  S9(4).
           02  VKYNOTEF    PICTURE X.
           02  FILLER REDEFINES VKYNOTEF.
             03 VKYNOTEA    PICTURE X.
           02  VKYNOTEI  PIC X(40).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM49O REDEFINES RSSAM49I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VKYLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYLIN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VKYCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VKYNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VKYRATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VKYSCORO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VKYFACTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VKYLASTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VKYNEXTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VKYDOC1O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VKYDOC2O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VKYDOC3O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VKYDOC4O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VKYOUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VKYNOTEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

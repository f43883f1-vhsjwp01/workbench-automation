       01  RSSAM45I.
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
           02  VDTDOCL    COMP  PIC  S9(4).
           02  VDTDOCF    PICTURE X.
           02  FILLER REDEFINES VDTDOCF.
             03 VDTDOCA    PICTURE X.
           02  VDTDOCI  PIC X(8).
           02  VDTLINEL    COMP  PIC  S9(4).
           02  VDTLINEF    PICTURE X.
           02  FILLER REDEFINES VDTLINEF.
             03 VDTLINEA    PICTURE X.
           02  VDTLINEI  PIC X(3).
           02  VDTLANGL    COMP  PIC  S9(4).
           02  VDTLANGF    PICTURE X.
           02  FILLER REDEFINES VDTLANGF.
             03 VDTLANGA    PICTURE X.
           02  VDTLANGI  PIC X(1).
           02  VDTTEXTL    COMP  PIC  S9(4).
           02  VDTTEXTF    PICTURE X.
           02  FILLER REDEFINES VDTTEXTF.
             03 VDTTEXTA    PICTURE X.
           02  VDTTEXTI  PIC X(60).
           02  VDTCUSTL    COMP  PIC  S9(4).
           02  VDTCUSTF    PICTURE X.
           02  FILLER REDEFINES VDTCUSTF.
             03 VDTCUSTA    PICTURE X.
           02  VDTCUSTI  PIC X(9).
           02  VDTCLANGL    COMP  PIC  S9(4).
           02  VDTCLANGF    PICTURE X.
           02  FILLER REDEFINES VDTCLANGF.
             03 VDTCLANGA    PICTURE X.
           02  VDTCLANGI  PIC X(1).
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
       01  RSSAM45O REDEFINES RSSAM45I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VDTDOCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDTLINEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VDTLANGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VDTTEXTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VDTCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VDTCLANGO  PIC X(1).
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

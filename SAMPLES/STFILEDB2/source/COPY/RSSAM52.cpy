       01  RSSAM52I.
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
           02  VTLSRCL    COMP  PIC  S9(4).
           02  VTLSRCF    PICTURE X.
           02  FILLER REDEFINES VTLSRCF.
             03 VTLSRCA    PICTURE X.
           02  VTLSRCI  PIC X(1).
           02  VTLFROML    COMP  PIC  S9(4).
           02  VTLFROMF    PICTURE X.
           02  FILLER REDEFINES VTLFROMF.
             03 VTLFROMA    PICTURE X.
           02  VTLFROMI  PIC X(8).
           02  VTLTOL    COMP  PIC  S9(4).
           02  VTLTOF    PICTURE X.
           02  FILLER REDEFINES VTLTOF.
             03 VTLTOA    PICTURE X.
           02  VTLTOI  PIC X(8).
           02  VTLSELL    COMP  PIC  S9(4).
           02  VTLSELF    PICTURE X.
           02  FILLER REDEFINES VTLSELF.
             03 VTLSELA    PICTURE X.
           02  VTLSELI  PIC X(1).
           02  VTLLIN1L    COMP  PIC  S9(4).
           02  VTLLIN1F    PICTURE X.
           02  FILLER REDEFINES VTLLIN1F.
             03 VTLLIN1A    PICTURE X.
           02  VTLLIN1I  PIC X(78).
           02  VTLLIN2L    COMP  PIC  S9(4).
           02  VTLLIN2F    PICTURE X.
           02  FILLER REDEFINES VTLLIN2F.
             03 VTLLIN2A    PICTURE X.
           02  VTLLIN2I  PIC X(78).
           02  VTLLIN3L    COMP  PIC  S9(4).
           02  VTLLIN3F    PICTURE X.
           02  FILLER REDEFINES VTLLIN3F.
             03 VTLLIN3A    PICTURE X.
           02  VTLLIN3I  PIC X(78).
           02  VTLLIN4L    COMP  PIC  S9(4).
           02  VTLLIN4F    PICTURE X.
           02  FILLER REDEFINES VTLLIN4F.
             03 VTLLIN4A    PICTURE X.
           02  VTLLIN4I  PIC X(78).
           02  VTLLIN5L    COMP  PIC  S9(4).
           02  VTLLIN5F    PICTURE X.
           02  FILLER REDEFINES VTLLIN5F.
             03 VTLLIN5A    PICTURE X.
           02  VTLLIN5I  PIC X(78).
           02  VTLLIN6L    COMP  PIC  S9(4).
           02  VTLLIN6F    PICTURE X.
           02  FILLER REDEFINES VTLLIN6F.
             03 VTLLIN6A    PICTURE X.
           02  VTLLIN6I  PIC X(78).
           02  VTLLIN7L    COMP  PIC  S9(4).
           02  VTLLIN7F    PICTURE X.
           02  FILLER REDEFINES VTLLIN7F.
             03 VTLLIN7A    PICTURE X.
           02  VTLLIN7I  PIC X(78).
           02  VTLLIN8L    COMP  PIC  S9(4).
           02  VTLLIN8F    PICTURE X.
           02  FILLER REDEFINES VTLLIN8F.
             03 VTLLIN8A    PICTURE X.
           02  VTLLIN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM52O REDEFINES RSSAM52I.
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
           02  VTLSRCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VTLFROMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VTLTOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VTLSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VTLLIN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VTLLIN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

       01  RSSAM55I.
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
           02  VACDATEL    COMP  PIC  S9(4).
           02  VACDATEF    PICTURE X.
           02  FILLER REDEFINES VACDATEF.
             03 VACDATEA    PICTURE X.
           02  VACDATEI  PIC X(8).
           02  VACACCTL    COMP  PIC  S9(4).
           02  VACACCTF    PICTURE X.
           02  FILLER REDEFINES VACACCTF.
             03 VACACCTA    PICTURE X.
           02  VACACCTI  PIC X(78).
           02  VACINFOL    COMP  PIC  S9(4).
           02  VACINFOF    PICTURE X.
           02  FILLER REDEFINES VACINFOF.
             03 VACINFOA    PICTURE X.
           02  VACINFOI  PIC X(78).
           02  VACBALL    COMP  PIC  S9(4).
           02  VACBALF    PICTURE X.
           02  FILLER REDEFINES VACBALF.
             03 VACBALA    PICTURE X.
           02  VACBALI  PIC X(18).
           02  VACRESPL    COMP  PIC  S9(4).
           02  VACRESPF    PICTURE X.
           02  FILLER REDEFINES VACRESPF.
             03 VACRESPA    PICTURE X.
           02  VACRESPI  PIC X(1).
           02  VACCAMTL    COMP  PIC  S9(4).
           02  VACCAMTF    PICTURE X.
           02  FILLER REDEFINES VACCAMTF.
             03 VACCAMTA    PICTURE X.
           02  VACCAMTI  PIC X(11).
           02  VACNOTEL    COMP  PIC  S9(4).
           02  VACNOTEF    PICTURE X.
           02  FILLER REDEFINES VACNOTEF.
             03 VACNOTEA    PICTURE X.
           02  VACNOTEI  PIC X(30).
           02  VACLASTL    COMP  PIC  S9(4).
           02  VACLASTF    PICTURE X.
           02  FILLER REDEFINES VACLASTF.
             03 VACLASTA    PICTURE X.
           02  VACLASTI  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM55O REDEFINES RSSAM55I.
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
           02  VACDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VACACCTO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VACINFOO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VACBALO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  VACRESPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VACCAMTO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  VACNOTEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VACLASTO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

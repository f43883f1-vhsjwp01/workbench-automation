       01  RSSAM42I.
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
           02  VSTSEQL    COMP  PIC  S9(4).
           02  VSTSEQF    PICTURE X.
           02  FILLER REDEFINES VSTSEQF.
             03 VSTSEQA    PICTURE X.
           02  VSTSEQI  PIC X(1).
           02  VSTNAMEL    COMP  PIC  S9(4).
           02  VSTNAMEF    PICTURE X.
           02  FILLER REDEFINES VSTNAMEF.
             03 VSTNAMEA    PICTURE X.
           02  VSTNAMEI  PIC X(40).
           02  VSTADDRL    COMP  PIC  S9(4).
           02  VSTADDRF    PICTURE X.
           02  FILLER REDEFINES VSTADDRF.
             03 VSTADDRA    PICTURE X.
           02  VSTADDRI  PIC X(30).
           02  VSTCITYL    COMP  PIC  S9(4).
           02  VSTCITYF    PICTURE X.
           02  FILLER REDEFINES VSTCITYF.
             03 VSTCITYA    PICTURE X.
           02  VSTCITYI  PIC X(20).
           02  VSTSTATL    COMP  PIC  S9(4).
           02  VSTSTATF    PICTURE X.
           02  FILLER REDEFINES VSTSTATF.
             03 VSTSTATA    PICTURE X.
           02  VSTSTATI  PIC X(2).
           02  VSTZIPL    COMP  PIC  S9(4).
           02  VSTZIPF    PICTURE X.
           02  FILLER REDEFINES VSTZIPF.
             03 VSTZIPA    PICTURE X.
           02  VSTZIPI  PIC X(5).
           02  VSTCTRYL    COMP  PIC  S9(4).
           02  VSTCTRYF    PICTURE X.
           02  FILLER REDEFINES VSTCTRYF.
             03 VSTCTRYA    PICTURE X.
           02  VSTCTRYI  PIC X(2).
           02  VSTSTSL    COMP  PIC  S9(4).
           02  VSTSTSF    PICTURE X.
           02  FILLER REDEFINES VSTSTSF.
             03 VSTSTSA    PICTURE X.
           02  VSTSTSI  PIC X(1).
           02  VSTLN1L    COMP  PIC  S9(4).
           02  VSTLN1F    PICTURE X.
           02  FILLER REDEFINES VSTLN1F.
             03 VSTLN1A    PICTURE X.
           02  VSTLN1I  PIC X(78).
           02  VSTLN2L    COMP  PIC  S9(4).
           02  VSTLN2F    PICTURE X.
           02  FILLER REDEFINES VSTLN2F.
             03 VSTLN2A    PICTURE X.
           02  VSTLN2I  PIC X(78).
           02  VSTLN3L    COMP  PIC  S9(4).
           02  VSTLN3F    PICTURE X.
           02  FILLER REDEFINES VSTLN3F.
             03 VSTLN3A    PICTURE X.
           02  VSTLN3I  PIC X(78).
           02  VSTLN4L    COMP  PIC  S9(4).
           02  VSTLN4F    PICTURE X.
           02  FILLER REDEFINES VSTLN4F.
             03 VSTLN4A    PICTURE X.
           02  VSTLN4I  PIC X(78).
           02  VSTLN5L    COMP  PIC  S9(4).
           02  VSTLN5F    PICTURE X.
           02  FILLER REDEFINES VSTLN5F.
             03 VSTLN5A    PICTURE X.
           02  VSTLN5I  PIC X(78).
           02  VSTLN6L    COMP  PIC  S9(4).
           02  VSTLN6F    PICTURE X.
           02  FILLER REDEFINES VSTLN6F.
             03 VSTLN6A    PICTURE X.
           02  VSTLN6I  PIC X(78).
           02  VSTLN7L    COMP  PIC  S9(4).
           02  VSTLN7F    PICTURE X.
           02  FILLER REDEFINES VSTLN7F.
             03 VSTLN7A    PICTURE X.
           02  VSTLN7I  PIC X(78).
           02  VSTLN8L    COMP  PIC  S9(4).
           02  VSTLN8F    PICTURE X.
           02  FILLER REDEFINES VSTLN8F.
             03 VSTLN8A    PICTURE X.
           02  VSTLN8I  PIC X(78).
           02  VSTLN9L    COMP  PIC  S9(4).
           02  VSTLN9F    PICTURE X.
           02  FILLER REDEFINES VSTLN9F.
             03 VSTLN9A    PICTURE X.
           02  VSTLN9I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM42O REDEFINES RSSAM42I.
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
           02  VSTSEQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VSTNAMEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VSTADDRO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VSTCITYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VSTSTATO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VSTZIPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSTCTRYO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VSTSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VSTLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSTLN9O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

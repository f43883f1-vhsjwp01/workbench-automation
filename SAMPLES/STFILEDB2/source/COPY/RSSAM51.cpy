       01  RSSAM51I.
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
           02  VBANRL    COMP  PIC  S9(4).
           02  VBANRF    PICTURE X.
           02  FILLER REDEFINES VBANRF.
             03 VBANRA    PICTURE X.
           02  VBANRI  PIC X(75).
           02  VHFCODEL    COMP  PIC  S9(4).
           02  VHFCODEF    PICTURE X.
           02  FILLER REDEFINES VHFCODEF.
             03 VHFCODEA    PICTURE X.
           02  VHFCODEI  PIC X(4).
           02  VHFTEXTL    COMP  PIC  S9(4).
           02  VHFTEXTF    PICTURE X.
           02  FILLER REDEFINES VHFTEXTF.
             03 VHFTEXTA    PICTURE X.
           02  VHFTEXTI  PIC X(40).
           02  VHFEXPDL    COMP  PIC  S9(4).
           02  VHFEXPDF    PICTURE X.
           02  FILLER REDEFINES VHFEXPDF.
             03 VHFEXPDA    PICTURE X.
           02  VHFEXPDI  PIC X(8).
           02  VHFSETL    COMP  PIC  S9(4).
           02  VHFSETF    PICTURE X.
           02  FILLER REDEFINES VHFSETF.
             03 VHFSETA    PICTURE X.
           02  VHFSETI  PIC X(40).
           02  VHTDESCL    COMP  PIC  S9(4).
           02  VHTDESCF    PICTURE X.
           02  FILLER REDEFINES VHTDESCF.
             03 VHTDESCA    PICTURE X.
           02  VHTDESCI  PIC X(30).
           02  VHTSEVL    COMP  PIC  S9(4).
           02  VHTSEVF    PICTURE X.
           02  FILLER REDEFINES VHTSEVF.
             03 VHTSEVA    PICTURE X.
           02  VHTSEVI  PIC X(1).
           02  VHFLN1L    COMP  PIC  S9(4).
           02  VHFLN1F    PICTURE X.
           02  FILLER REDEFINES VHFLN1F.
             03 VHFLN1A    PICTURE X.
           02  VHFLN1I  PIC X(78).
           02  VHFLN2L    COMP  PIC  S9(4).
           02  VHFLN2F    PICTURE X.
           02  FILLER REDEFINES VHFLN2F.
             03 VHFLN2A    PICTURE X.
           02  VHFLN2I  PIC X(78).
           02  VHFLN3L    COMP  PIC  S9(4).
           02  VHFLN3F    PICTURE X.
           02  FILLER REDEFINES VHFLN3F.
             03 VHFLN3A    PICTURE X.
           02  VHFLN3I  PIC X(78).
           02  VHFLN4L    COMP  PIC  S9(4).
           02  VHFLN4F    PICTURE X.
           02  FILLER REDEFINES VHFLN4F.
             03 VHFLN4A    PICTURE X.
           02  VHFLN4I  PIC X(78).
           02  VHFLN5L    COMP  PIC  S9(4).
           02  VHFLN5F    PICTURE X.
           02  FILLER REDEFINES VHFLN5F.
             03 VHFLN5A    PICTURE X.
           02  VHFLN5I  PIC X(78).
           02  VHFLN6L    COMP  PIC  S9(4).
           02  VHFLN6F    PICTURE X.
           02  FILLER REDEFINES VHFLN6F.
             03 VHFLN6A    PICTURE X.
           02  VHFLN6I  PIC X(78).
           02  VHFLN7L    COMP  PIC  S9(4).
           02  VHFLN7F    PICTURE X.
           02  FILLER REDEFINES VHFLN7F.
             03 VHFLN7A    PICTURE X.
           02  VHFLN7I  PIC X(78).
           02  VHFLN8L    COMP  PIC  S9(4).
           02  VHFLN8F    PICTURE X.
           02  FILLER REDEFINES VHFLN8F.
             03 VHFLN8A    PICTURE X.
           02  VHFLN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM51O REDEFINES RSSAM51I.
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
           02  VBANRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VHFCODEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VHFTEXTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VHFEXPDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VHFSETO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VHTDESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VHTSEVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VHFLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VHFLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

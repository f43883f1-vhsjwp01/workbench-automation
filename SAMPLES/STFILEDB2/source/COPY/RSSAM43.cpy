       01  RSSAM43I.
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
           02  VSOSEQL    COMP  PIC  S9(4).
           02  VSOSEQF    PICTURE X.
           02  FILLER REDEFINES VSOSEQF.
             03 VSOSEQA    PICTURE X.
           02  VSOSEQI  PIC X(2).
           02  VSOFREQL    COMP  PIC  S9(4).
           02  VSOFREQF    PICTURE X.
           02  FILLER REDEFINES VSOFREQF.
             03 VSOFREQA    PICTURE X.
           02  VSOFREQI  PIC X(1).
           02  VSOSCHDL    COMP  PIC  S9(4).
           02  VSOSCHDF    PICTURE X.
           02  FILLER REDEFINES VSOSCHDF.
             03 VSOSCHDA    PICTURE X.
           02  VSOSCHDI  PIC X(8).
           02  VSOENDL    COMP  PIC  S9(4).
           02  VSOENDF    PICTURE X.
           02  FILLER REDEFINES VSOENDF.
             03 VSOENDA    PICTURE X.
           02  VSOENDI  PIC X(8).
           02  VSOPAUSL    COMP  PIC  S9(4).
           02  VSOPAUSF    PICTURE X.
           02  FILLER REDEFINES VSOPAUSF.
             03 VSOPAUSA    PICTURE X.
           02  VSOPAUSI  PIC X(1).
           02  VSOSHIPL    COMP  PIC  S9(4).
           02  VSOSHIPF    PICTURE X.
           02  FILLER REDEFINES VSOSHIPF.
             03 VSOSHIPA    PICTURE X.
           02  VSOSHIPI  PIC X(1).
           02  VSOPRD1L    COMP  PIC  S9(4).
           02  VSOPRD1F    PICTURE X.
           02  FILLER REDEFINES VSOPRD1F.
             03 VSOPRD1A    PICTURE X.
           02  VSOPRD1I  PIC X(8).
           02  VSOQTY1L    COMP  PIC  S9(4).
           02  VSOQTY1F    PICTURE X.
           02  FILLER REDEFINES VSOQTY1F.
             03 VSOQTY1A    PICTURE X.
           02  VSOQTY1I  PIC X(5).
           02  VSOPRD2L    COMP  PIC  S9(4).
           02  VSOPRD2F    PICTURE X.
           02  FILLER REDEFINES VSOPRD2F.
             03 VSOPRD2A    PICTURE X.
           02  VSOPRD2I  PIC X(8).
           02  VSOQTY2L    COMP  PIC  S9(4).
           02  VSOQTY2F    PICTURE X.
           02  FILLER REDEFINES VSOQTY2F.
             03 VSOQTY2A    PICTURE X.
           02  VSOQTY2I  PIC X(5).
           02  VSOPRD3L    COMP  PIC  S9(4).
           02  VSOPRD3F    PICTURE X.
           02  FILLER REDEFINES VSOPRD3F.
             03 VSOPRD3A    PICTURE X.
           02  VSOPRD3I  PIC X(8).
           02  VSOQTY3L    COMP  PIC  S9(4).
           02  VSOQTY3F    PICTURE X.
           02  FILLER REDEFINES VSOQTY3F.
             03 VSOQTY3A    PICTURE X.
           02  VSOQTY3I  PIC X(5).
           02  VSOPRD4L    COMP  PIC  S9(4).
           02  VSOPRD4F    PICTURE X.
           02  FILLER REDEFINES VSOPRD4F.
             03 VSOPRD4A    PICTURE X.
           02  VSOPRD4I  PIC X(8).
           02  VSOQTY4L    COMP  PIC  S9(4).
           02  VSOQTY4F    PICTURE X.
           02  FILLER REDEFINES VSOQTY4F.
             03 VSOQTY4A    PICTURE X.
           02  VSOQTY4I  PIC X(5).
           02  VSOPRD5L    COMP  PIC  S9(4).
           02  VSOPRD5F    PICTURE X.
           02  FILLER REDEFINES VSOPRD5F.
             03 VSOPRD5A    PICTURE X.
           02  VSOPRD5I  PIC X(8).
           02  VSOQTY5L    COMP  PIC  S9(4).
           02  VSOQTY5F    PICTURE X.
           02  FILLER REDEFINES VSOQTY5F.
             03 VSOQTY5A    PICTURE X.
           02  VSOQTY5I  PIC X(5).
           02  VSONEXTL    COMP  PIC  S9(4).
           02  VSONEXTF    PICTURE X.
           02  FILLER REDEFINES VSONEXTF.
             03 VSONEXTA    PICTURE X.
           02  VSONEXTI  PIC X(8).
           02  VSOLASTL    COMP  PIC  S9(4).
           02  VSOLASTF    PICTURE X.
           02  FILLER REDEFINES VSOLASTF.
             03 VSOLASTA    PICTURE X.
           02  VSOLASTI  PIC X(60).
           02  VSOLN1L    COMP  PIC  S9(4).
           02  VSOLN1F    PICTURE X.
           02  FILLER REDEFINES VSOLN1F.
             03 VSOLN1A    PICTURE X.
           02  VSOLN1I  PIC X(78).
           02  VSOLN2L    COMP  PIC  S9(4).
           02  VSOLN2F    PICTURE X.
           02  FILLER REDEFINES VSOLN2F.
             03 VSOLN2A    PICTURE X.
           02  VSOLN2I  PIC X(78).
           02  VSOLN3L    COMP  PIC  S9(4).
           02  VSOLN3F    PICTURE X.
           02  FILLER REDEFINES VSOLN3F.
             03 VSOLN3A    PICTURE X.
           02  VSOLN3I  PIC X(78).
           02  VSOLN4L    COMP  PIC  S9(4).
           02  VSOLN4F    PICTURE X.
           02  FILLER REDEFINES VSOLN4F.
             03 VSOLN4A    PICTURE X.
           02  VSOLN4I  PIC X(78).
           02  VSOLN5L    COMP  PIC  S9(4).
           02  VSOLN5F    PICTURE X.
           02  FILLER REDEFINES VSOLN5F.
             03 VSOLN5A    PICTURE X.
           02  VSOLN5I  PIC X(78).
           02  VSOLN6L    COMP  PIC  S9(4).
           02  VSOLN6F    PICTURE X.
           02  FILLER REDEFINES VSOLN6F.
             03 VSOLN6A    PICTURE X.
           02  VSOLN6I  PIC X(78).
           02  VSOLN7L    COMP  PIC  S9(4).
           02  VSOLN7F    PICTURE X.
           02  FILLER REDEFINES VSOLN7F.
             03 VSOLN7A    PICTURE X.
           02  VSOLN7I  PIC X(78).
           02  VSOLN8L    COMP  PIC  S9(4).
           02  VSOLN8F    PICTURE X.
           02  FILLER REDEFINES VSOLN8F.
             03 VSOLN8A    PICTURE X.
           02  VSOLN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM43O REDEFINES RSSAM43I.
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
           02  VSOSEQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VSOFREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VSOSCHDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOENDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOPAUSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VSOSHIPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VSOPRD1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOQTY1O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSOPRD2O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOQTY2O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSOPRD3O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOQTY3O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSOPRD4O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOQTY4O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSOPRD5O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOQTY5O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VSONEXTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VSOLASTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VSOLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VSOLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

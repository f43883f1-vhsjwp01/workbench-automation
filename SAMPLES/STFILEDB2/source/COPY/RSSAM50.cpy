       01  RSSAM50I.
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
           02  VQADATEL    COMP  PIC  S9(4).
           02  VQADATEF    PICTURE X.
           02  FILLER REDEFINES VQADATEF.
             03 VQADATEA    PICTURE X.
           02  VQADATEI  PIC X(8).
           02  VQASEQL    COMP  PIC  S9(4).
           02  VQASEQF    PICTURE X.
           02  FILLER REDEFINES VQASEQF.
             03 VQASEQA    PICTURE X.
           02  VQASEQI  PIC X(5).
           02  VQALIN1L    COMP  PIC  S9(4).
           02  VQALIN1F    PICTURE X.
           02  FILLER REDEFINES VQALIN1F.
             03 VQALIN1A    PICTURE X.
           02  VQALIN1I  PIC X(70).
           02  VQALIN2L    COMP  PIC  S9(4).
           02  VQALIN2F    PICTURE X.
           02  FILLER REDEFINES VQALIN2F.
             03 VQALIN2A    PICTURE X.
           02  VQALIN2I  PIC X(70).
           02  VQALIN3L    COMP  PIC  S9(4).
           02  VQALIN3F    PICTURE X.
           02  FILLER REDEFINES VQALIN3F.
             03 VQALIN3A    PICTURE X.
           02  VQALIN3I  PIC X(70).
           02  VQALIN4L    COMP  PIC  S9(4).
           02  VQALIN4F    PICTURE X.
           02  FILLER REDEFINES VQALIN4F.
             03 VQALIN4A    PICTURE X.
           02  VQALIN4I  PIC X(70).
           02  VQALIN5L    COMP  PIC  S9(4).
           02  VQALIN5F    PICTURE X.
           02  FILLER REDEFINES VQALIN5F.
             03 VQALIN5A    PICTURE X.
           02  VQALIN5I  PIC X(70).
           02  VQALIN6L    COMP  PIC  S9(4).
           02  VQALIN6F    PICTURE X.
           02  FILLER REDEFINES VQALIN6F.
             03 VQALIN6A    PICTURE X.
           02  VQALIN6I  PIC X(70).
           02  VQALIN7L    COMP  PIC  S9(4).
           02  VQALIN7F    PICTURE X.
           02  FILLER REDEFINES VQALIN7F.
             03 VQALIN7A    PICTURE X.
           02  VQALIN7I  PIC X(70).
           02  VQALIN8L    COMP  PIC  S9(4).
           02  VQALIN8F    PICTURE X.
           02  FILLER REDEFINES VQALIN8F.
             03 VQALIN8A    PICTURE X.
           02  VQALIN8I  PIC X(70).
           02  VQACUSTL    COMP  PIC  S9(4).
           02  VQACUSTF    PICTURE X.
           02  FILLER REDEFINES VQACUSTF.
             03 VQACUSTA    PICTURE X.
           02  VQACUSTI  PIC X(9).
           02  VQAFLDL    COMP  PIC  S9(4).
           02  VQAFLDF    PICTURE X.
           02  FILLER REDEFINES VQAFLDF.
             03 VQAFLDA    PICTURE X.
           02  VQAFLDI  PIC X(11).
           02  VQAUSERL    COMP  PIC  S9(4).
           02  VQAUSERF    PICTURE X.
           02  FILLER REDEFINES VQAUSERF.
             03 VQAUSERA    PICTURE X.
           02  VQAUSERI  PIC X(8).
           02  VQACHGDL    COMP  PIC  S9(4).
           02  VQACHGDF    PICTURE X.
           02  FILLER REDEFINES VQACHGDF.
             03 VQACHGDA    PICTURE X.
           02  VQACHGDI  PIC X(8).
           02  VQACLSL    COMP  PIC  S9(4).
           02  VQACLSF    PICTURE X.
           02  FILLER REDEFINES VQACLSF.
             03 VQACLSA    PICTURE X.
           02  VQACLSI  PIC X(6).
           02  VQASTATL    COMP  PIC  S9(4).
           02  VQASTATF    PICTURE X.
           02  FILLER REDEFINES VQASTATF.
             03 VQASTATA    PICTURE X.
           02  VQASTATI  PIC X(1).
           02  VQAOLDL    COMP  PIC  S9(4).
           02  VQAOLDF    PICTURE X.
           02  FILLER REDEFINES VQAOLDF.
             03 VQAOLDA    PICTURE X.
           02  VQAOLDI  PIC X(40).
           02  VQANEWL    COMP  PIC  S9(4).
           02  VQANEWF    PICTURE X.
           02  FILLER REDEFINES VQANEWF.
             03 VQANEWA    PICTURE X.
           02  VQANEWI  PIC X(40).
           02  VQARESL    COMP  PIC  S9(4).
           02  VQARESF    PICTURE X.
           02  FILLER REDEFINES VQARESF.
             03 VQARESA    PICTURE X.
           02  VQARESI  PIC X(1).
           02  VQAREASL    COMP  PIC  S9(4).
           02  VQAREASF    PICTURE X.
           02  FILLER REDEFINES VQAREASF.
             03 VQAREASA    PICTURE X.
           02  VQAREASI  PIC X(40).
           02  VQAREVWL    COMP  PIC  S9(4).
           02  VQAREVWF    PICTURE X.
           02  FILLER REDEFINES VQAREVWF.
             03 VQAREVWA    PICTURE X.
           02  VQAREVWI  PIC X(8).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM50O REDEFINES RSSAM50I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VQADATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VQASEQO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VQALIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQALIN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VQACUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VQAFLDO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  VQAUSERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VQACHGDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VQACLSO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VQASTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VQAOLDO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VQANEWO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VQARESO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VQAREASO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VQAREVWO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

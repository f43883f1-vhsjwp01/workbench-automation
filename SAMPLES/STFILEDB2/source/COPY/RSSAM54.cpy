       01  RSSAM54I.
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
           02  VBRCODEL    COMP  PIC  S9(4).
           02  VBRCODEF    PICTURE X.
           02  FILLER REDEFINES VBRCODEF.
             03 VBRCODEA    PICTURE X.
           02  VBRCODEI  PIC X(3).
           02  VBRNAMEL    COMP  PIC  S9(4).
           02  VBRNAMEF    PICTURE X.
           02  FILLER REDEFINES VBRNAMEF.
             03 VBRNAMEA    PICTURE X.
           02  VBRNAMEI  PIC X(30).
           02  VBGYEARL    COMP  PIC  S9(4).
           02  VBGYEARF    PICTURE X.
           02  FILLER REDEFINES VBGYEARF.
             03 VBGYEARA    PICTURE X.
           02  VBGYEARI  PIC X(4).
           02  VBGMONL    COMP  PIC  S9(4).
           02  VBGMONF    PICTURE X.
           02  FILLER REDEFINES VBGMONF.
             03 VBGMONA    PICTURE X.
           02  VBGMONI  PIC X(2).
           02  VBGREVL    COMP  PIC  S9(4).
           02  VBGREVF    PICTURE X.
           02  FILLER REDEFINES VBGREVF.
             03 VBGREVA    PICTURE X.
           02  VBGREVI  PIC X(13).
           02  VBGNEWL    COMP  PIC  S9(4).
           02  VBGNEWF    PICTURE X.
           02  FILLER REDEFINES VBGNEWF.
             03 VBGNEWA    PICTURE X.
           02  VBGNEWI  PIC X(7).
           02  VBGORDL    COMP  PIC  S9(4).
           02  VBGORDF    PICTURE X.
           02  FILLER REDEFINES VBGORDF.
             03 VBGORDA    PICTURE X.
           02  VBGORDI  PIC X(7).
           02  VBGLN1L    COMP  PIC  S9(4).
           02  VBGLN1F    PICTURE X.
           02  FILLER REDEFINES VBGLN1F.
             03 VBGLN1A    PICTURE X.
           02  VBGLN1I  PIC X(78).
           02  VBGLN2L    COMP  PIC  S9(4).
           02  VBGLN2F    PICTURE X.
           02  FILLER REDEFINES VBGLN2F.
             03 VBGLN2A    PICTURE X.
           02  VBGLN2I  PIC X(78).
           02  VBGLN3L    COMP  PIC  S9(4).
           02  VBGLN3F    PICTURE X.
           02  FILLER REDEFINES VBGLN3F.
             03 VBGLN3A    PICTURE X.
           02  VBGLN3I  PIC X(78).
           02  VBGLN4L    COMP  PIC  S9(4).
           02  VBGLN4F    PICTURE X.
           02  FILLER REDEFINES VBGLN4F.
             03 VBGLN4A    PICTURE X.
           02  VBGLN4I  PIC X(78).
           02  VBGLN5L    COMP  PIC  S9(4).
           02  VBGLN5F    PICTURE X.
           02  FILLER REDEFINES VBGLN5F.
             03 VBGLN5A    PICTURE X.
           02  VBGLN5I  PIC X(78).
           02  VBGLN6L    COMP  PIC  S9(4).
           02  VBGLN6F    PICTURE X.
           02  FILLER REDEFINES VBGLN6F.
             03 VBGLN6A    PICTURE X.
           02  VBGLN6I  PIC X(78).
           02  VBGLN7L    COMP  PIC  S9(4).
           02  VBGLN7F    PICTURE X.
           02  FILLER REDEFINES VBGLN7F.
             03 VBGLN7A    PICTURE X.
           02  VBGLN7I  PIC X(78).
           02  VBGLN8L    COMP  PIC  S9(4).
           02  VBGLN8F    PICTURE X.
           02  FILLER REDEFINES VBGLN8F.
             03 VBGLN8A    PICTURE X.
           02  VBGLN8I  PIC X(78).
           02  VBGLN9L    COMP  PIC  S9(4).
           02  VBGLN9F    PICTURE X.
           02  FILLER REDEFINES VBGLN9F.
             03 VBGLN9A    PICTURE X.
           02  VBGLN9I  PIC X(78).
           02  VBGLN10L    COMP  PIC  S9(4).
           02  VBGLN10F    PICTURE X.
           02  FILLER REDEFINES VBGLN10F.
             03 VBGLN10A    PICTURE X.
           02  VBGLN10I  PIC X(78).
           02  VBGLN11L    COMP  PIC  S9(4).
           02  VBGLN11F    PICTURE X.
           02  FILLER REDEFINES VBGLN11F.
             03 VBGLN11A    PICTURE X.
           02  VBGLN11I  PIC X(78).
           02  VBGLN12L    COMP  PIC  S9(4).
           02  VBGLN12F    PICTURE X.
           02  FILLER REDEFINES VBGLN12F.
             03 VBGLN12A    PICTURE X.
           02  VBGLN12I  PIC X(78).
           02  VBGTOTL    COMP  PIC  S9(4).
           02  VBGTOTF    PICTURE X.
           02  FILLER REDEFINES VBGTOTF.
             03 VBGTOTA    PICTURE X.
           02  VBGTOTI  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM54O REDEFINES RSSAM54I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VBRCODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VBRNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VBGYEARO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VBGMONO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VBGREVO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  VBGNEWO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VBGORDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VBGLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN9O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN10O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN11O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGLN12O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VBGTOTO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

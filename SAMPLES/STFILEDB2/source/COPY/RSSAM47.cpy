       01  RSSAM47I.
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
           02  VXDNAMEL    COMP  PIC  S9(4).
           02  VXDNAMEF    PICTURE X.
           02  FILLER REDEFINES VXDNAMEF.
             03 VXDNAMEA    PICTURE X.
           02  VXDNAMEI  PIC X(8).
           02  VXDDESCL    COMP  PIC  S9(4).
           02  VXDDESCF    PICTURE X.
           02  FILLER REDEFINES VXDDESCF.
             03 VXDDESCA    PICTURE X.
           02  VXDDESCI  PIC X(30).
           02  VXDOWNRL    COMP  PIC  S9(4).
           02  VXDOWNRF    PICTURE X.
           02  FILLER REDEFINES VXDOWNRF.
             03 VXDOWNRA    PICTURE X.
           02  VXDOWNRI  PIC X(8).
           02  VXDFMTL    COMP  PIC  S9(4).
           02  VXDFMTF    PICTURE X.
           02  FILLER REDEFINES VXDFMTF.
             03 VXDFMTA    PICTURE X.
           02  VXDFMTI  PIC X(1).
           02  VXDENVL    COMP  PIC  S9(4).
           02  VXDENVF    PICTURE X.
           02  FILLER REDEFINES VXDENVF.
             03 VXDENVA    PICTURE X.
           02  VXDENVI  PIC X(1).
           02  VXDOPTL    COMP  PIC  S9(4).
           02  VXDOPTF    PICTURE X.
           02  FILLER REDEFINES VXDOPTF.
             03 VXDOPTA    PICTURE X.
           02  VXDOPTI  PIC X(1).
           02  VXDHOLDL    COMP  PIC  S9(4).
           02  VXDHOLDF    PICTURE X.
           02  FILLER REDEFINES VXDHOLDF.
             03 VXDHOLDA    PICTURE X.
           02  VXDHOLDI  PIC X(1).
           02  VCFLD1L    COMP  PIC  S9(4).
           02  VCFLD1F    PICTURE X.
           02  FILLER REDEFINES VCFLD1F.
             03 VCFLD1A    PICTURE X.
           02  VCFLD1I  PIC X(14).
           02  VCOPR1L    COMP  PIC  S9(4).
           02  VCOPR1F    PICTURE X.
           02  FILLER REDEFINES VCOPR1F.
             03 VCOPR1A    PICTURE X.
           02  VCOPR1I  PIC X(2).
           02  VCVAL1L    COMP  PIC  S9(4).
           02  VCVAL1F    PICTURE X.
           02  FILLER REDEFINES VCVAL1F.
             03 VCVAL1A    PICTURE X.
           02  VCVAL1I  PIC X(20).
           02  VCFLD2L    COMP  PIC  S9(4).
           02  VCFLD2F    PICTURE X.
           02  FILLER REDEFINES VCFLD2F.
             03 VCFLD2A    PICTURE X.
           02  VCFLD2I  PIC X(14).
           02  VCOPR2L    COMP  PIC  S9(4).
           02  VCOPR2F    PICTURE X.
           02  FILLER REDEFINES VCOPR2F.
             03 VCOPR2A    PICTURE X.
           02  VCOPR2I  PIC X(2).
           02  VCVAL2L    COMP  PIC  S9(4).
           02  VCVAL2F    PICTURE X.
           02  FILLER REDEFINES VCVAL2F.
             03 VCVAL2A    PICTURE X.
           02  VCVAL2I  PIC X(20).
           02  VCFLD3L    COMP  PIC  S9(4).
           02  VCFLD3F    PICTURE X.
           02  FILLER REDEFINES VCFLD3F.
             03 VCFLD3A    PICTURE X.
           02  VCFLD3I  PIC X(14).
           02  VCOPR3L    COMP  PIC  S9(4).
           02  VCOPR3F    PICTURE X.
           02  FILLER REDEFINES VCOPR3F.
             03 VCOPR3A    PICTURE X.
           02  VCOPR3I  PIC X(2).
           02  VCVAL3L    COMP  PIC  S9(4).
           02  VCVAL3F    PICTURE X.
           02  FILLER REDEFINES VCVAL3F.
             03 VCVAL3A    PICTURE X.
           02  VCVAL3I  PIC X(20).
           02  VCFLD4L    COMP  PIC  S9(4).
           02  VCFLD4F    PICTURE X.
           02  FILLER REDEFINES VCFLD4F.
             03 VCFLD4A    PICTURE X.
           02  VCFLD4I  PIC X(14).
           02  VCOPR4L    COMP  PIC  S9(4).
           02  VCOPR4F    PICTURE X.
           02  FILLER REDEFINES VCOPR4F.
             03 VCOPR4A    PICTURE X.
           02  VCOPR4I  PIC X(2).
           02  VCVAL4L    COMP  PIC  S9(4).
           02  VCVAL4F    PICTURE X.
           02  FILLER REDEFINES VCVAL4F.
             03 VCVAL4A    PICTURE X.
           02  VCVAL4I  PIC X(20).
           02  VCFLD5L    COMP  PIC  S9(4).
           02  VCFLD5F    PICTURE X.
           02  FILLER REDEFINES VCFLD5F.
             03 VCFLD5A    PICTURE X.
           02  VCFLD5I  PIC X(14).
           02  VCOPR5L    COMP  PIC  S9(4).
           02  VCOPR5F    PICTURE X.
           02  FILLER REDEFINES VCOPR5F.
             03 VCOPR5A    PICTURE X.
           02  VCOPR5I  PIC X(2).
           02  VCVAL5L    COMP  PIC  S9(4).
           02  VCVAL5F    PICTURE X.
           02  FILLER REDEFINES VCVAL5F.
             03 VCVAL5A    PICTURE X.
           02  VCVAL5I  PIC X(20).
           02  VOFLD01L    COMP  PIC  S9(4).
           02  VOFLD01F    PICTURE X.
           02  FILLER REDEFINES VOFLD01F.
             03 VOFLD01A    PICTURE X.
           02  VOFLD01I  PIC X(14).
           02  VOFLD02L    COMP  PIC  S9(4).
           02  VOFLD02F    PICTURE X.
           02  FILLER REDEFINES VOFLD02F.
             03 VOFLD02A    PICTURE X.
           02  VOFLD02I  PIC X(14).
           02  VOFLD03L    COMP  PIC  S9(4).
           02  VOFLD03F    PICTURE X.
           02  FILLER REDEFINES VOFLD03F.
             03 VOFLD03A    PICTURE X.
           02  VOFLD03I  PIC X(14).
           02  VOFLD04L    COMP  PIC  S9(4).
           02  VOFLD04F    PICTURE X.
           02  FILLER REDEFINES VOFLD04F.
             03 VOFLD04A    PICTURE X.
           02  VOFLD04I  PIC X(14).
           02  VOFLD05L    COMP  PIC  S9(4).
           02  VOFLD05F    PICTURE X.
           02  FILLER REDEFINES VOFLD05F.
             03 VOFLD05A    PICTURE X.
           02  VOFLD05I  PIC X(14).
           02  VOFLD06L    COMP  PIC  S9(4).
           02  VOFLD06F    PICTURE X.
           02  FILLER REDEFINES VOFLD06F.
             03 VOFLD06A    PICTURE X.
           02  VOFLD06I  PIC X(14).
           02  VOFLD07L    COMP  PIC  S9(4).
           02  VOFLD07F    PICTURE X.
           02  FILLER REDEFINES VOFLD07F.
             03 VOFLD07A    PICTURE X.
           02  VOFLD07I  PIC X(14).
           02  VOFLD08L    COMP  PIC  S9(4).
           02  VOFLD08F    PICTURE X.
           02  FILLER REDEFINES VOFLD08F.
             03 VOFLD08A    PICTURE X.
           02  VOFLD08I  PIC X(14).
           02  VOFLD09L    COMP  PIC  S9(4).
           02  VOFLD09F    PICTURE X.
           02  FILLER REDEFINES VOFLD09F.
             03 VOFLD09A    PICTURE X.
           02  VOFLD09I  PIC X(14).
           02  VOFLD10L    COMP  PIC  S9(4).
           02  VOFLD10F    PICTURE X.
           02  FILLER REDEFINES VOFLD10F.
             03 VOFLD10A    PICTURE X.
           02  VOFLD10I  PIC X(14).
           02  VOFLD11L    COMP  PIC  S9(4).
           02  VOFLD11F    PICTURE X.
           02  FILLER REDEFINES VOFLD11F.
             03 VOFLD11A    PICTURE X.
           02  VOFLD11I  PIC X(14).
           02  VOFLD12L    COMP  PIC  S9(4).
           02  VOFLD12F    PICTURE X.
           02  FILLER REDEFINES VOFLD12F.
             03 VOFLD12A    PICTURE X.
           02  VOFLD12I  PIC X(14).
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
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM47O REDEFINES RSSAM47I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VXDNAMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VXDDESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VXDOWNRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VXDFMTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VXDENVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VXDOPTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VXDHOLDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VCFLD1O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VCOPR1O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VCVAL1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VCFLD2O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VCOPR2O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VCVAL2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VCFLD3O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VCOPR3O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VCVAL3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VCFLD4O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VCOPR4O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VCVAL4O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VCFLD5O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VCOPR5O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VCVAL5O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VOFLD01O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD02O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD03O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD04O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD05O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD06O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD07O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD08O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD09O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD10O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD11O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VOFLD12O  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VPLIN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VPLIN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

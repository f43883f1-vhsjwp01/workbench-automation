       01  RSSAM33I.
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
           02  VPRCODEL    COMP  PIC  S9(4).
           02  VPRCODEF    PICTURE X.
           02  FILLER REDEFINES VPRCODEF.
             03 VPRCODEA    PICTURE X.
           02  VPRCODEI  PIC X(8).
           02  VPRDESCL    COMP  PIC  S9(4).
           02  VPRDESCF    PICTURE X.
           02  FILLER REDEFINES VPRDESCF.
             03 VPRDESCA    PICTURE X.
           02  VPRDESCI  PIC X(30).
           02  VPRTYPEL    COMP  PIC  S9(4).
           02  VPRTYPEF    PICTURE X.
           02  FILLER REDEFINES VPRTYPEF.
             03 VPRTYPEA    PICTURE X.
           02  VPRTYPEI  PIC X(1).
           02  VPRVALL    COMP  PIC  S9(4).
           02  VPRVALF    PICTURE X.
           02  FILLER REDEFINES VPRVALF.
             03 VPRVALA    PICTURE X.
           02  VPRVALI  PIC X(9).
           02  VPREFFL    COMP  PIC  S9(4).
           02  VPREFFF    PICTURE X.
           02  FILLER REDEFINES VPREFFF.
             03 VPREFFA    PICTURE X.
           02  VPREFFI  PIC X(8).
           02  VPREXPL    COMP  PIC  S9(4).
           02  VPREXPF    PICTURE X.
           02  FILLER REDEFINES VPREXPF.
             03 VPREXPA    PICTURE X.
           02  VPREXPI  PIC X(8).
           02  VPRPRODL    COMP  PIC  S9(4).
           02  VPRPRODF    PICTURE X.
           02  FILLER REDEFINES VPRPRODF.
             03 VPRPRODA    PICTURE X.
           02  VPRPRODI  PIC X(8).
           02  VPRONCEL    COMP  PIC  S9(4).
           02  VPRONCEF    PICTURE X.
           02  FILLER REDEFINES VPRONCEF.
             03 VPRONCEA    PICTURE X.
           02  VPRONCEI  PIC X(1).
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
       01  RSSAM33O REDEFINES RSSAM33I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VPRCODEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPRDESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VPRTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VPRVALO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VPREFFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPREXPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPRPRODO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VPRONCEO  PIC X(1).
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

       01  RSSAM48I.
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
           02  VJQUTILL    COMP  PIC  S9(4).
           02  VJQUTILF    PICTURE X.
           02  FILLER REDEFINES VJQUTILF.
             03 VJQUTILA    PICTURE X.
           02  VJQUTILI  PIC X(8).
           02  VJQUDSCL    COMP  PIC  S9(4).
           02  VJQUDSCF    PICTURE X.
           02  FILLER REDEFINES VJQUDSCF.
             03 VJQUDSCA    PICTURE X.
           02  VJQUDSCI  PIC X(30).
           02  VJQRDATL    COMP  PIC  S9(4).
           02  VJQRDATF    PICTURE X.
           02  FILLER REDEFINES VJQRDATF.
             03 VJQRDATA    PICTURE X.
           02  VJQRDATI  PIC X(8).
           02  VJQRTIML    COMP  PIC  S9(4).
           02  VJQRTIMF    PICTURE X.
           02  FILLER REDEFINES VJQRTIMF.
             03 VJQRTIMA    PICTURE X.
           02  VJQRTIMI  PIC X(6).
           02  VJQRQSTL    COMP  PIC  S9(4).
           02  VJQRQSTF    PICTURE X.
           02  FILLER REDEFINES VJQRQSTF.
             03 VJQRQSTA    PICTURE X.
           02  VJQRQSTI  PIC X(8).
           02  VJQSTATL    COMP  PIC  S9(4).
           02  VJQSTATF    PICTURE X.
           02  FILLER REDEFINES VJQSTATF.
             03 VJQSTATA    PICTURE X.
           02  VJQSTATI  PIC X(1).
           02  VJQAPPRL    COMP  PIC  S9(4).
           02  VJQAPPRF    PICTURE X.
           02  FILLER REDEFINES VJQAPPRF.
             03 VJQAPPRA    PICTURE X.
           02  VJQAPPRI  PIC X(8).
           02  VJQRCL    COMP  PIC  S9(4).
           02  VJQRCF    PICTURE X.
           02  FILLER REDEFINES VJQRCF.
             03 VJQRCA    PICTURE X.
           02  VJQRCI  PIC X(4).
           02  VJQLOGL    COMP  PIC  S9(4).
           02  VJQLOGF    PICTURE X.
           02  FILLER REDEFINES VJQLOGF.
             03 VJQLOGA    PICTURE X.
           02  VJQLOGI  PIC X(17).
           02  VJQPN1L    COMP  PIC  S9(4).
           02  VJQPN1F    PICTURE X.
           02  FILLER REDEFINES VJQPN1F.
             03 VJQPN1A    PICTURE X.
           02  VJQPN1I  PIC X(20).
           02  VJQPV1L    COMP  PIC  S9(4).
           02  VJQPV1F    PICTURE X.
           02  FILLER REDEFINES VJQPV1F.
             03 VJQPV1A    PICTURE X.
           02  VJQPV1I  PIC X(20).
           02  VJQPN2L    COMP  PIC  S9(4).
           02  VJQPN2F    PICTURE X.
           02  FILLER REDEFINES VJQPN2F.
             03 VJQPN2A    PICTURE X.
           02  VJQPN2I  PIC X(20).
           02  VJQPV2L    COMP  PIC  S9(4).
           02  VJQPV2F    PICTURE X.
           02  FILLER REDEFINES VJQPV2F.
             03 VJQPV2A    PICTURE X.
           02  VJQPV2I  PIC X(20).
           02  VJQPN3L    COMP  PIC  S9(4).
           02  VJQPN3F    PICTURE X.
           02  FILLER REDEFINES VJQPN3F.
             03 VJQPN3A    PICTURE X.
           02  VJQPN3I  PIC X(20).
           02  VJQPV3L    COMP  PIC  S9(4).
           02  VJQPV3F    PICTURE X.
           02  FILLER REDEFINES VJQPV3F.
             03 VJQPV3A    PICTURE X.
           02  VJQPV3I  PIC X(20).
           02  VJQPN4L    COMP  PIC  S9(4).
           02  VJQPN4F    PICTURE X.
           02  FILLER REDEFINES VJQPN4F.
             03 VJQPN4A    PICTURE X.
           02  VJQPN4I  PIC X(20).
           02  VJQPV4L    COMP  PIC  S9(4).
           02  VJQPV4F    PICTURE X.
           02  FILLER REDEFINES VJQPV4F.
             03 VJQPV4A    PICTURE X.
           02  VJQPV4I  PIC X(20).
           02  VJQPN5L    COMP  PIC  S9(4).
           02  VJQPN5F    PICTURE X.
           02  FILLER REDEFINES VJQPN5F.
             03 VJQPN5A    PICTURE X.
           02  VJQPN5I  PIC X(20).
           02  VJQPV5L    COMP  PIC  S9(4).
           02  VJQPV5F    PICTURE X.
           02  FILLER REDEFINES VJQPV5F.
             03 VJQPV5A    PICTURE X.
           02  VJQPV5I  PIC X(20).
           02  VJQPN6L    COMP  PIC  S9(4).
           02  VJQPN6F    PICTURE X.
           02  FILLER REDEFINES VJQPN6F.
             03 VJQPN6A    PICTURE X.
           02  VJQPN6I  PIC X(20).
           02  VJQPV6L    COMP  PIC  S9(4).
           02  VJQPV6F    PICTURE X.
           02  FILLER REDEFINES VJQPV6F.
             03 VJQPV6A    PICTURE X.
           02  VJQPV6I  PIC X(20).
           02  VJQPN7L    COMP  PIC  S9(4).
           02  VJQPN7F    PICTURE X.
           02  FILLER REDEFINES VJQPN7F.
             03 VJQPN7A    PICTURE X.
           02  VJQPN7I  PIC X(20).
           02  VJQPV7L    COMP  PIC  S9(4).
           02  VJQPV7F    PICTURE X.
           02  FILLER REDEFINES VJQPV7F.
             03 VJQPV7A    PICTURE X.
           02  VJQPV7I  PIC X(20).
           02  VJQPN8L    COMP  PIC  S9(4).
           02  VJQPN8F    PICTURE X.
           02  FILLER REDEFINES VJQPN8F.
             03 VJQPN8A    PICTURE X.
           02  VJQPN8I  PIC X(20).
           02  VJQPV8L    COMP  PIC  S9(4).
           02  VJQPV8F    PICTURE X.
           02  FILLER REDEFINES VJQPV8F.
             03 VJQPV8A    PICTURE X.
           02  VJQPV8I  PIC X(20).
           02  VJPLIN1L    COMP  PIC  S9(4).
           02  VJPLIN1F    PICTURE X.
           02  FILLER REDEFINES VJPLIN1F.
             03 VJPLIN1A    PICTURE X.
           02  VJPLIN1I  PIC X(70).
           02  VJPLIN2L    COMP  PIC  S9(4).
           02  VJPLIN2F    PICTURE X.
           02  FILLER REDEFINES VJPLIN2F.
             03 VJPLIN2A    PICTURE X.
           02  VJPLIN2I  PIC X(70).
           02  VJPLIN3L    COMP  PIC  S9(4).
           02  VJPLIN3F    PICTURE X.
           02  FILLER REDEFINES VJPLIN3F.
             03 VJPLIN3A    PICTURE X.
           02  VJPLIN3I  PIC X(70).
           02  VJPLIN4L    COMP  PIC  S9(4).
           02  VJPLIN4F    PICTURE X.
           02  FILLER REDEFINES VJPLIN4F.
             03 VJPLIN4A    PICTURE X.
           02  VJPLIN4I  PIC X(70).
           02  VJPLIN5L    COMP  PIC  S9(4).
           02  VJPLIN5F    PICTURE X.
           02  FILLER REDEFINES VJPLIN5F.
             03 VJPLIN5A    PICTURE X.
           02  VJPLIN5I  PIC X(70).
           02  VJPLIN6L    COMP  PIC  S9(4).
           02  VJPLIN6F    PICTURE X.
           02  FILLER REDEFINES VJPLIN6F.
             03 VJPLIN6A    PICTURE X.
           02  VJPLIN6I  PIC X(70).
           02  VJPLIN7L    COMP  PIC  S9(4).
           02  VJPLIN7F    PICTURE X.
           02  FILLER REDEFINES VJPLIN7F.
             03 VJPLIN7A    PICTURE X.
           02  VJPLIN7I  PIC X(70).
           02  VJPLIN8L    COMP  PIC  S9(4).
           02  VJPLIN8F    PICTURE X.
           02  FILLER REDEFINES VJPLIN8F.
             03 VJPLIN8A    PICTURE X.
           02  VJPLIN8I  PIC X(70).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM48O REDEFINES RSSAM48I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VJQUTILO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VJQUDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VJQRDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VJQRTIMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VJQRQSTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VJQSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VJQAPPRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VJQRCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VJQLOGO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  VJQPN1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN4O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV4O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN5O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV5O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN6O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV6O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN7O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV7O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPN8O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJQPV8O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VJPLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VJPLIN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

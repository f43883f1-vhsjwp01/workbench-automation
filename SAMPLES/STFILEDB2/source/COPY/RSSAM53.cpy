       01  RSSAM53I.
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
           02  VFCSEQL    COMP  PIC  S9(4).
           02  VFCSEQF    PICTURE X.
           02  FILLER REDEFINES VFCSEQF.
             03 VFCSEQA    PICTURE X.
           02  VFCSEQI  PIC X(4).
           02  VFCOLDL    COMP  PIC  S9(4).
           02  VFCOLDF    PICTURE X.
           02  FILLER REDEFINES VFCOLDF.
             03 VFCOLDA    PICTURE X.
           02  VFCOLDI  PIC X(75).
           02  VFCNEWL    COMP  PIC  S9(4).
           02  VFCNEWF    PICTURE X.
           02  FILLER REDEFINES VFCNEWF.
             03 VFCNEWA    PICTURE X.
           02  VFCNEWI  PIC X(75).
           02  VFCLN1L    COMP  PIC  S9(4).
           02  VFCLN1F    PICTURE X.
           02  FILLER REDEFINES VFCLN1F.
             03 VFCLN1A    PICTURE X.
           02  VFCLN1I  PIC X(78).
           02  VFCLN2L    COMP  PIC  S9(4).
           02  VFCLN2F    PICTURE X.
           02  FILLER REDEFINES VFCLN2F.
             03 VFCLN2A    PICTURE X.
           02  VFCLN2I  PIC X(78).
           02  VFCLN3L    COMP  PIC  S9(4).
           02  VFCLN3F    PICTURE X.
           02  FILLER REDEFINES VFCLN3F.
             03 VFCLN3A    PICTURE X.
           02  VFCLN3I  PIC X(78).
           02  VFCLN4L    COMP  PIC  S9(4).
           02  VFCLN4F    PICTURE X.
           02  FILLER REDEFINES VFCLN4F.
             03 VFCLN4A    PICTURE X.
           02  VFCLN4I  PIC X(78).
           02  VFCLN5L    COMP  PIC  S9(4).
           02  VFCLN5F    PICTURE X.
           02  FILLER REDEFINES VFCLN5F.
             03 VFCLN5A    PICTURE X.
           02  VFCLN5I  PIC X(78).
           02  VFCLN6L    COMP  PIC  S9(4).
           02  VFCLN6F    PICTURE X.
           02  FILLER REDEFINES VFCLN6F.
             03 VFCLN6A    PICTURE X.
           02  VFCLN6I  PIC X(78).
           02  VFCLN7L    COMP  PIC  S9(4).
           02  VFCLN7F    PICTURE X.
           02  FILLER REDEFINES VFCLN7F.
             03 VFCLN7A    PICTURE X.
           02  VFCLN7I  PIC X(78).
           02  VFCLN8L    COMP  PIC  S9(4).
           02  VFCLN8F    PICTURE X.
           02  FILLER REDEFINES VFCLN8F.
             03 VFCLN8A    PICTURE X.
           02  VFCLN8I  PIC X(78).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM53O REDEFINES RSSAM53I.
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
           02  VFCSEQO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VFCOLDO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VFCNEWO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VFCLN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VFCLN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

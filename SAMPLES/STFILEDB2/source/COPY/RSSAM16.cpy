           02  FILLER REDEFINES VBRSTATEF.
             03 VBRSTATEA    PICTURE X.
           02  VBRSTATEI  PIC X(2).
           02  VBRREGNL    COMP  PIC  S9(4).
           02  VBRREGNF    PICTURE X.
           02  FILLER REDEFINES VBRREGNF.
             03 VBRREGNA    PICTURE X.
           02  VBRREGNI  PIC X(3).
           02  VBLIN1L    COMP  PIC  S9(4).
           02  VBLIN1F    PICTURE X.
           02  FILLER REDEFINES VBLIN1F.
           02  FILLER PICTURE X(3).
           02  VBRSTATEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  VBRREGNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VBLIN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VBLIN2O  PIC X(60).

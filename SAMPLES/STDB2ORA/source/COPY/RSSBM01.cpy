           02  FILLER REDEFINES VTAXBRF.
             03 VTAXBRA    PICTURE X.
           02  VTAXBRI  PIC X(24).
           02  VBANRL    COMP  PIC  S9(4).
           02  VBANRF    PICTURE X.
           02  FILLER REDEFINES VBANRF.
             03 VBANRA    PICTURE X.
           02  VBANRI  PIC X(75).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
           02  FILLER PICTURE X(3).
           02  VTAXBRO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  VBANRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

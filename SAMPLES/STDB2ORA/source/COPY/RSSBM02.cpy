           02  FILLER REDEFINES VCONFRMF.
             03 VCONFRMA    PICTURE X.
           02  VCONFRMI  PIC X(3).
           02  VEFFDTL    COMP  PIC  S9(4).
           02  VEFFDTF    PICTURE X.
           02  FILLER REDEFINES VEFFDTF.
             03 VEFFDTA    PICTURE X.
           02  VEFFDTI  PIC X(10).
           02  VBANRL    COMP  PIC  S9(4).
           02  VBANRF    PICTURE X.
           02  FILLER REDEFINES VBANRF.
             03 VBANRA    PICTURE X.
           02  VBANRI  PIC X(75).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
           02  FILLER PICTURE X(3).
           02  VCONFRMO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VEFFDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VBANRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

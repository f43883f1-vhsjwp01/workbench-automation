           02  FILLER REDEFINES VHHLDF.
             03 VHHLDA    PICTURE X.
           02  VHHLDI  PIC X(75).
           02  VEXMPL    COMP  PIC  S9(4).
           02  VEXMPF    PICTURE X.
           02  FILLER REDEFINES VEXMPF.
             03 VEXMPA    PICTURE X.
           02  VEXMPI  PIC X(75).
           02  VLOYL    COMP  PIC  S9(4).
           02  VLOYF    PICTURE X.
           02  FILLER REDEFINES VLOYF.
             03 VLOYA    PICTURE X.
           02  VLOYI  PIC X(75).
           02  VFUTRL    COMP  PIC  S9(4).
           02  VFUTRF    PICTURE X.
           02  FILLER REDEFINES VFUTRF.
             03 VFUTRA    PICTURE X.
           02  VFUTRI  PIC X(75).
           02  VBANRL    COMP  PIC  S9(4).
           02  VBANRF    PICTURE X.
           02  FILLER REDEFINES VBANRF.
             03 VBANRA    PICTURE X.
           02  VBANRI  PIC X(75).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
           02  FILLER PICTURE X(3).
           02  VHHLDO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VEXMPO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VLOYO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VFUTRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VBANRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

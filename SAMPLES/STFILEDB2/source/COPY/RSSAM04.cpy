           02  FILLER REDEFINES VORDCURF.
             03 VORDCURA    PICTURE X.
           02  VORDCURI  PIC X(3).
           02  VORDPRML    COMP  PIC  S9(4).
           02  VORDPRMF    PICTURE X.
           02  FILLER REDEFINES VORDPRMF.
             03 VORDPRMA    PICTURE X.
           02  VORDPRMI  PIC X(8).
           02  VORDSHPL    COMP  PIC  S9(4).
           02  VORDSHPF    PICTURE X.
           02  FILLER REDEFINES VORDSHPF.
             03 VORDSHPA    PICTURE X.
           02  VORDSHPI  PIC X(1).
           02  VOLIN1L    COMP  PIC  S9(4).
           02  VOLIN1F    PICTURE X.
           02  FILLER REDEFINES VOLIN1F.
           02  FILLER REDEFINES VLINPRCF.
             03 VLINPRCA    PICTURE X.
           02  VLINPRCI  PIC X(7).
           02  VBANRL    COMP  PIC  S9(4).
           02  VBANRF    PICTURE X.
           02  FILLER REDEFINES VBANRF.
             03 VBANRA    PICTURE X.
           02  VBANRI  PIC X(75).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
           02  FILLER PICTURE X(3).
           02  VORDCURO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VORDPRMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VORDSHPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VOLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VOLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VLINPRCO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VBANRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

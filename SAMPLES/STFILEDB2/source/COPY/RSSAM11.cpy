           02  FILLER REDEFINES VOPACTIVF.
             03 VOPACTIVA    PICTURE X.
           02  VOPACTIVI  PIC X(1).
           02  VOPSUPVL    COMP  PIC  S9(4).
           02  VOPSUPVF    PICTURE X.
           02  FILLER REDEFINES VOPSUPVF.
             03 VOPSUPVA    PICTURE X.
           02  VOPSUPVI  PIC X(8).
           02  VOPLSGNL    COMP  PIC  S9(4).
           02  VOPLSGNF    PICTURE X.
           02  FILLER REDEFINES VOPLSGNF.
             03 VOPLSGNA    PICTURE X.
           02  VOPLSGNI  PIC X(8).
           02  VOLIN1L    COMP  PIC  S9(4).
           02  VOLIN1F    PICTURE X.
           02  FILLER REDEFINES VOLIN1F.
           02  FILLER PICTURE X(3).
           02  VOPACTIVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VOPSUPVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VOPLSGNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VOLIN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VOLIN2O  PIC X(60).

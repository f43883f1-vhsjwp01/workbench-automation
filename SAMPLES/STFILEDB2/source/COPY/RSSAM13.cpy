           02  FILLER REDEFINES VRPDATEF.
             03 VRPDATEA    PICTURE X.
           02  VRPDATEI  PIC X(8).
           02  VRPSEGL    COMP  PIC  S9(4).
           02  VRPSEGF    PICTURE X.
           02  FILLER REDEFINES VRPSEGF.
             03 VRPSEGA    PICTURE X.
           02  VRPSEGI  PIC X(3).
           02  VRLIN1L    COMP  PIC  S9(4).
           02  VRLIN1F    PICTURE X.
           02  FILLER REDEFINES VRLIN1F.
           02  FILLER PICTURE X(3).
           02  VRPDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VRPSEGO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VRLIN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  VRLIN2O  PIC X(78).

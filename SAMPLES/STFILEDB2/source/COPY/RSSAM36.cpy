       01  RSSAM36I.
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
           02  VUCDATEL    COMP  PIC  S9(4).
           02  VUCDATEF    PICTURE X.
           02  FILLER REDEFINES VUCDATEF.
             03 VUCDATEA    PICTURE X.
           02  VUCDATEI  PIC X(8).
           02  VUCSEQL    COMP  PIC  S9(4).
           02  VUCSEQF    PICTURE X.
           02  FILLER REDEFINES VUCSEQF.
             03 VUCSEQA    PICTURE X.
           02  VUCSEQI  PIC X(5).
           02  VUCSAMTL    COMP  PIC  S9(4).
           02  VUCSAMTF    PICTURE X.
           02  FILLER REDEFINES VUCSAMTF.
             03 VUCSAMTA    PICTURE X.
           02  VUCSAMTI  PIC X(9).
           02  VUCINFOL    COMP  PIC  S9(4).
           02  VUCINFOF    PICTURE X.
           02  FILLER REDEFINES VUCINFOF.
             03 VUCINFOA    PICTURE X.
           02  VUCINFOI  PIC X(75).
           02  VUCCUSTL    COMP  PIC  S9(4).
           02  VUCCUSTF    PICTURE X.
           02  FILLER REDEFINES VUCCUSTF.
             03 VUCCUSTA    PICTURE X.
           02  VUCCUSTI  PIC X(9).
           02  VUCLIN1L    COMP  PIC  S9(4).
           02  VUCLIN1F    PICTURE X.
           02  FILLER REDEFINES VUCLIN1F.
             03 VUCLIN1A    PICTURE X.
           02  VUCLIN1I  PIC X(75).
           02  VUCLIN2L    COMP  PIC  S9(4).
           02  VUCLIN2F    PICTURE X.
           02  FILLER REDEFINES VUCLIN2F.
             03 VUCLIN2A    PICTURE X.
           02  VUCLIN2I  PIC X(75).
           02  VUCLIN3L    COMP  PIC  S9(4).
           02  VUCLIN3F    PICTURE X.
           02  FILLER REDEFINES VUCLIN3F.
             03 VUCLIN3A    PICTURE X.
           02  VUCLIN3I  PIC X(75).
           02  VUCLIN4L    COMP  PIC  S9(4).
           02  VUCLIN4F    PICTURE X.
           02  FILLER REDEFINES VUCLIN4F.
             03 VUCLIN4A    PICTURE X.
           02  VUCLIN4I  PIC X(75).
           02  VUCLIN5L    COMP  PIC  S9(4).
           02  VUCLIN5F    PICTURE X.
           02  FILLER REDEFINES VUCLIN5F.
             03 VUCLIN5A    PICTURE X.
           02  VUCLIN5I  PIC X(75).
           02  VUCLIN6L    COMP  PIC  S9(4).
           02  VUCLIN6F    PICTURE X.
           02  FILLER REDEFINES VUCLIN6F.
             03 VUCLIN6A    PICTURE X.
           02  VUCLIN6I  PIC X(75).
           02  VUCORD1L    COMP  PIC  S9(4).
           02  VUCORD1F    PICTURE X.
           02  FILLER REDEFINES VUCORD1F.
             03 VUCORD1A    PICTURE X.
           02  VUCORD1I  PIC X(6).
           02  VUCAMT1L    COMP  PIC  S9(4).
           02  VUCAMT1F    PICTURE X.
           02  FILLER REDEFINES VUCAMT1F.
             03 VUCAMT1A    PICTURE X.
           02  VUCAMT1I  PIC X(9).
           02  VUCORD2L    COMP  PIC  S9(4).
           02  VUCORD2F    PICTURE X.
           02  FILLER REDEFINES VUCORD2F.
             03 VUCORD2A    PICTURE X.
           02  VUCORD2I  PIC X(6).
           02  VUCAMT2L    COMP  PIC  S9(4).
           02  VUCAMT2F    PICTURE X.
           02  FILLER REDEFINES VUCAMT2F.
             03 VUCAMT2A    PICTURE X.
           02  VUCAMT2I  PIC X(9).
           02  VUCORD3L    COMP  PIC  S9(4).
           02  VUCORD3F    PICTURE X.
           02  FILLER REDEFINES VUCORD3F.
             03 VUCORD3A    PICTURE X.
           02  VUCORD3I  PIC X(6).
           02  VUCAMT3L    COMP  PIC  S9(4).
           02  VUCAMT3F    PICTURE X.
           02  FILLER REDEFINES VUCAMT3F.
             03 VUCAMT3A    PICTURE X.
           02  VUCAMT3I  PIC X(9).
           02  VUCORD4L    COMP  PIC  S9(4).
           02  VUCORD4F    PICTURE X.
           02  FILLER REDEFINES VUCORD4F.
             03 VUCORD4A    PICTURE X.
           02  VUCORD4I  PIC X(6).
           02  VUCAMT4L    COMP  PIC  S9(4).
           02  VUCAMT4F    PICTURE X.
           02  FILLER REDEFINES VUCAMT4F.
             03 VUCAMT4A    PICTURE X.
           02  VUCAMT4I  PIC X(9).
           02  VMESSL    COMP  PIC  S9(4).
           02  VMESSF    PICTURE X.
           02  FILLER REDEFINES VMESSF.
             03 VMESSA    PICTURE X.
           02  VMESSI  PIC X(79).
       01  RSSAM36O REDEFINES RSSAM36I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VPGMSCRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VTRANSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VUCDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VUCSEQO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VUCSAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VUCINFOO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VUCLIN1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCLIN2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCLIN3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCLIN4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCLIN5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCLIN6O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  VUCORD1O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VUCAMT1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VUCORD2O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VUCAMT2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VUCORD3O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VUCAMT3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VUCORD4O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VUCAMT4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VMESSO  PIC X(79).

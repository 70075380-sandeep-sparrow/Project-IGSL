             03 PAIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAIDI  PIC X(17).
           02  INTCHGL    COMP  PIC  S9(4).
           02  INTCHGF    PICTURE X.
           02  FILLER REDEFINES INTCHGF.
             03 INTCHGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INTCHGI  PIC X(17).
           02  CLSBALL    COMP  PIC  S9(4).
           02  CLSBALF    PICTURE X.
           02  FILLER REDEFINES CLSBALF.
           02  PAIDH    PICTURE X.
           02  PAIDO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  INTCHGC    PICTURE X.
           02  INTCHGH    PICTURE X.
           02  INTCHGO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  CLSBALC    PICTURE X.
           02  CLSBALH    PICTURE X.
           02  CLSBALO  PIC X(17).

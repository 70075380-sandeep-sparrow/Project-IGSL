             03 CLIFSCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIFSCI  PIC X(11).
           02  CLSBRKL    COMP  PIC  S9(4).
           02  CLSBRKF    PICTURE X.
           02  FILLER REDEFINES CLSBRKF.
             03 CLSBRKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLSBRKI  PIC X(6).
           02  SUPVIDL    COMP  PIC  S9(4).
           02  SUPVIDF    PICTURE X.
           02  FILLER REDEFINES SUPVIDF.
             03 SUPVIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUPVIDI  PIC X(8).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
           02  CLIFSCH    PICTURE X.
           02  CLIFSCO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  CLSBRKC    PICTURE X.
           02  CLSBRKH    PICTURE X.
           02  CLSBRKO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SUPVIDC    PICTURE X.
           02  SUPVIDH    PICTURE X.
           02  SUPVIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(79).

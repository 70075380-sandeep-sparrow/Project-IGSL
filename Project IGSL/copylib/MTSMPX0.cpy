       01  IGSLSBKI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  SBCODEL    COMP  PIC  S9(4).
           02  SBCODEF    PICTURE X.
           02  FILLER REDEFINES SBCODEF.
             03 SBCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBCODEI  PIC X(6).
           02  SBNAMEL    COMP  PIC  S9(4).
           02  SBNAMEF    PICTURE X.
           02  FILLER REDEFINES SBNAMEF.
             03 SBNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBNAMEI  PIC X(30).
           02  SBSHRL    COMP  PIC  S9(4).
           02  SBSHRF    PICTURE X.
           02  FILLER REDEFINES SBSHRF.
             03 SBSHRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSHRI  PIC X(5).
           02  SBPANL    COMP  PIC  S9(4).
           02  SBPANF    PICTURE X.
           02  FILLER REDEFINES SBPANF.
             03 SBPANA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBPANI  PIC X(10).
           02  SBBANKL    COMP  PIC  S9(4).
           02  SBBANKF    PICTURE X.
           02  FILLER REDEFINES SBBANKF.
             03 SBBANKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBBANKI  PIC X(16).
           02  SBIFSCL    COMP  PIC  S9(4).
           02  SBIFSCF    PICTURE X.
           02  FILLER REDEFINES SBIFSCF.
             03 SBIFSCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBIFSCI  PIC X(11).
           02  SBSTATL    COMP  PIC  S9(4).
           02  SBSTATF    PICTURE X.
           02  FILLER REDEFINES SBSTATF.
             03 SBSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SBSTATI  PIC X(1).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MESSAGEI  PIC X(79).
       01  IGSLSBKO REDEFINES IGSLSBKI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SBCODEC    PICTURE X.
           02  SBCODEH    PICTURE X.
           02  SBCODEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SBNAMEC    PICTURE X.
           02  SBNAMEH    PICTURE X.
           02  SBNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  SBSHRC    PICTURE X.
           02  SBSHRH    PICTURE X.
           02  SBSHRO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  SBPANC    PICTURE X.
           02  SBPANH    PICTURE X.
           02  SBPANO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SBBANKC    PICTURE X.
           02  SBBANKH    PICTURE X.
           02  SBBANKO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  SBIFSCC    PICTURE X.
           02  SBIFSCH    PICTURE X.
           02  SBIFSCO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  SBSTATC    PICTURE X.
           02  SBSTATH    PICTURE X.
           02  SBSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(79).

       01  IGSLCAMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  SCCODEL    COMP  PIC  S9(4).
           02  SCCODEF    PICTURE X.
           02  FILLER REDEFINES SCCODEF.
             03 SCCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCCODEI  PIC X(10).
           02  EXDATEL    COMP  PIC  S9(4).
           02  EXDATEF    PICTURE X.
           02  FILLER REDEFINES EXDATEF.
             03 EXDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXDATEI  PIC X(8).
           02  CATYPEL    COMP  PIC  S9(4).
           02  CATYPEF    PICTURE X.
           02  FILLER REDEFINES CATYPEF.
             03 CATYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CATYPEI  PIC X(1).
           02  RATNEWL    COMP  PIC  S9(4).
           02  RATNEWF    PICTURE X.
           02  FILLER REDEFINES RATNEWF.
             03 RATNEWA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RATNEWI  PIC X(5).
           02  RATOLDL    COMP  PIC  S9(4).
           02  RATOLDF    PICTURE X.
           02  FILLER REDEFINES RATOLDF.
             03 RATOLDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RATOLDI  PIC X(5).
           02  DIVPSL    COMP  PIC  S9(4).
           02  DIVPSF    PICTURE X.
           02  FILLER REDEFINES DIVPSF.
             03 DIVPSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DIVPSI  PIC X(7).
           02  CADESCL    COMP  PIC  S9(4).
           02  CADESCF    PICTURE X.
           02  FILLER REDEFINES CADESCF.
             03 CADESCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CADESCI  PIC X(30).
           02  CASTATL    COMP  PIC  S9(4).
           02  CASTATF    PICTURE X.
           02  FILLER REDEFINES CASTATF.
             03 CASTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASTATI  PIC X(1).
           02  APPLDTL    COMP  PIC  S9(4).
           02  APPLDTF    PICTURE X.
           02  FILLER REDEFINES APPLDTF.
             03 APPLDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APPLDTI  PIC X(8).
           02  ENTBYL    COMP  PIC  S9(4).
           02  ENTBYF    PICTURE X.
           02  FILLER REDEFINES ENTBYF.
             03 ENTBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTBYI  PIC X(8).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MESSAGEI  PIC X(79).
       01  IGSLCAMO REDEFINES IGSLCAMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SCCODEC    PICTURE X.
           02  SCCODEH    PICTURE X.
           02  SCCODEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  EXDATEC    PICTURE X.
           02  EXDATEH    PICTURE X.
           02  EXDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CATYPEC    PICTURE X.
           02  CATYPEH    PICTURE X.
           02  CATYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RATNEWC    PICTURE X.
           02  RATNEWH    PICTURE X.
           02  RATNEWO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  RATOLDC    PICTURE X.
           02  RATOLDH    PICTURE X.
           02  RATOLDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DIVPSC    PICTURE X.
           02  DIVPSH    PICTURE X.
           02  DIVPSO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  CADESCC    PICTURE X.
           02  CADESCH    PICTURE X.
           02  CADESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CASTATC    PICTURE X.
           02  CASTATH    PICTURE X.
           02  CASTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  APPLDTC    PICTURE X.
           02  APPLDTH    PICTURE X.
           02  APPLDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENTBYC    PICTURE X.
           02  ENTBYH    PICTURE X.
           02  ENTBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(79).

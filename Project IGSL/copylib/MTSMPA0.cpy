             03 SCBNDHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCBNDHI  PIC X(8).
           02  SCCTYPL    COMP  PIC  S9(4).
           02  SCCTYPF    PICTURE X.
           02  FILLER REDEFINES SCCTYPF.
             03 SCCTYPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCCTYPI  PIC X(1).
           02  SCEXPDL    COMP  PIC  S9(4).
           02  SCEXPDF    PICTURE X.
           02  FILLER REDEFINES SCEXPDF.
             03 SCEXPDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCEXPDI  PIC X(8).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
           02  SCBNDHH    PICTURE X.
           02  SCBNDHO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SCCTYPC    PICTURE X.
           02  SCCTYPH    PICTURE X.
           02  SCCTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SCEXPDC    PICTURE X.
           02  SCEXPDH    PICTURE X.
           02  SCEXPDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(79).

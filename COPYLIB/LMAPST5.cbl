             03 LIENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIENI  PIC X(3).
           02  PLDGL    COMP  PIC  S9(4).
           02  PLDGF    PICTURE X.
           02  FILLER REDEFINES PLDGF.
             03 PLDGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLDGI  PIC X(3).
           02  PRIOL    COMP  PIC  S9(4).
           02  PRIOF    PICTURE X.
           02  FILLER REDEFINES PRIOF.
             03 PRIOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRIOI  PIC X(2).
           02  WAIVL    COMP  PIC  S9(4).
           02  WAIVF    PICTURE X.
           02  FILLER REDEFINES WAIVF.
             03 WAIVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  WAIVI  PIC X(1).
           02  INSRL    COMP  PIC  S9(4).
           02  INSRF    PICTURE X.
           02  FILLER REDEFINES INSRF.
             03 INSRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INSRI  PIC X(30).
           02  POLNL    COMP  PIC  S9(4).
           02  POLNF    PICTURE X.
           02  FILLER REDEFINES POLNF.
             03 POLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLNI  PIC X(20).
           02  COVRL    COMP  PIC  S9(4).
           02  COVRF    PICTURE X.
           02  FILLER REDEFINES COVRF.
             03 COVRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COVRI  PIC X(9).
           02  EXPDL    COMP  PIC  S9(4).
           02  EXPDF    PICTURE X.
           02  FILLER REDEFINES EXPDF.
             03 EXPDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXPDI  PIC X(10).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  LIENH    PICTURE X.
           02  LIENO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PLDGC    PICTURE X.
           02  PLDGH    PICTURE X.
           02  PLDGO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRIOC    PICTURE X.
           02  PRIOH    PICTURE X.
           02  PRIOO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  WAIVC    PICTURE X.
           02  WAIVH    PICTURE X.
           02  WAIVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INSRC    PICTURE X.
           02  INSRH    PICTURE X.
           02  INSRO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  POLNC    PICTURE X.
           02  POLNH    PICTURE X.
           02  POLNO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  COVRC    PICTURE X.
           02  COVRH    PICTURE X.
           02  COVRO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EXPDC    PICTURE X.
           02  EXPDH    PICTURE X.
           02  EXPDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

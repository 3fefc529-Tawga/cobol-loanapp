             03 PRCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRCHI  PIC X(1).
           02  CLCNL    COMP  PIC  S9(4).
           02  CLCNF    PICTURE X.
           02  FILLER REDEFINES CLCNF.
             03 CLCNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLCNI  PIC X(1).
           02  CLFRL    COMP  PIC  S9(4).
           02  CLFRF    PICTURE X.
           02  FILLER REDEFINES CLFRF.
             03 CLFRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLFRI  PIC X(2).
           02  CLTOL    COMP  PIC  S9(4).
           02  CLTOF    PICTURE X.
           02  FILLER REDEFINES CLTOF.
             03 CLTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLTOI  PIC X(2).
       01  LSEARCHO REDEFINES LSEARCHI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PRCHC    PICTURE X.
           02  PRCHH    PICTURE X.
           02  PRCHO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CLCNC    PICTURE X.
           02  CLCNH    PICTURE X.
           02  CLCNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CLFRC    PICTURE X.
           02  CLFRH    PICTURE X.
           02  CLFRO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CLTOC    PICTURE X.
           02  CLTOH    PICTURE X.
           02  CLTOO  PIC X(2).


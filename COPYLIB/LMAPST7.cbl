             03 BALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BALI  PIC X(11).
           02  REPIDL    COMP  PIC  S9(4).
           02  REPIDF    PICTURE X.
           02  FILLER REDEFINES REPIDF.
             03 REPIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REPIDI  PIC 9(8).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  BALH    PICTURE X.
           02  BALO PIC ZZZZZZZZ.99.
           02  FILLER PICTURE X(3).
           02  REPIDC    PICTURE X.
           02  REPIDH    PICTURE X.
           02  REPIDO PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

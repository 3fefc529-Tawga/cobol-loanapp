             03 BALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BALI  PIC X(11).
           02  ASOFL    COMP  PIC  S9(4).
           02  ASOFF    PICTURE X.
           02  FILLER REDEFINES ASOFF.
             03 ASOFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASOFI  PIC X(10).
           02  TPNML    COMP  PIC  S9(4).
           02  TPNMF    PICTURE X.
           02  FILLER REDEFINES TPNMF.
             03 TPNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TPNMI  PIC X(30).
           02  TPADL    COMP  PIC  S9(4).
           02  TPADF    PICTURE X.
           02  FILLER REDEFINES TPADF.
             03 TPADA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TPADI  PIC X(20).
           02  TPPCL    COMP  PIC  S9(4).
           02  TPPCF    PICTURE X.
           02  FILLER REDEFINES TPPCF.
             03 TPPCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TPPCI  PIC X(5).
           02  TPCYL    COMP  PIC  S9(4).
           02  TPCYF    PICTURE X.
           02  FILLER REDEFINES TPCYF.
             03 TPCYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TPCYI  PIC X(20).
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
           02  ASOFC    PICTURE X.
           02  ASOFH    PICTURE X.
           02  ASOFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TPNMC    PICTURE X.
           02  TPNMH    PICTURE X.
           02  TPNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  TPADC    PICTURE X.
           02  TPADH    PICTURE X.
           02  TPADO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TPPCC    PICTURE X.
           02  TPPCH    PICTURE X.
           02  TPPCO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TPCYC    PICTURE X.
           02  TPCYH    PICTURE X.
           02  TPCYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  REPIDC    PICTURE X.
           02  REPIDH    PICTURE X.
           02  REPIDO PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

             03 C3L8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3L8I  PIC X(60).
           02  C3APPL    COMP  PIC  S9(4).
           02  C3APPF    PICTURE X.
           02  FILLER REDEFINES C3APPF.
             03 C3APPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3APPI  PIC 9(8).
           02  C3ASOFL    COMP  PIC  S9(4).
           02  C3ASOFF    PICTURE X.
           02  FILLER REDEFINES C3ASOFF.
             03 C3ASOFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3ASOFI  PIC X(10).
           02  C3TPNML    COMP  PIC  S9(4).
           02  C3TPNMF    PICTURE X.
           02  FILLER REDEFINES C3TPNMF.
             03 C3TPNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3TPNMI  PIC X(30).
           02  C3TPADL    COMP  PIC  S9(4).
           02  C3TPADF    PICTURE X.
           02  FILLER REDEFINES C3TPADF.
             03 C3TPADA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3TPADI  PIC X(20).
           02  C3TPPCL    COMP  PIC  S9(4).
           02  C3TPPCF    PICTURE X.
           02  FILLER REDEFINES C3TPPCF.
             03 C3TPPCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3TPPCI  PIC X(5).
           02  C3TPCYL    COMP  PIC  S9(4).
           02  C3TPCYF    PICTURE X.
           02  FILLER REDEFINES C3TPCYF.
             03 C3TPCYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3TPCYI  PIC X(20).
           02  C3REPL    COMP  PIC  S9(4).
           02  C3REPF    PICTURE X.
           02  FILLER REDEFINES C3REPF.
             03 C3REPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C3REPI  PIC 9(8).
           02  C3MSGL    COMP  PIC  S9(4).
           02  C3MSGF    PICTURE X.
           02  FILLER REDEFINES C3MSGF.
           02  C3L8H    PICTURE X.
           02  C3L8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  C3APPC    PICTURE X.
           02  C3APPH    PICTURE X.
           02  C3APPO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  C3ASOFC    PICTURE X.
           02  C3ASOFH    PICTURE X.
           02  C3ASOFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  C3TPNMC    PICTURE X.
           02  C3TPNMH    PICTURE X.
           02  C3TPNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  C3TPADC    PICTURE X.
           02  C3TPADH    PICTURE X.
           02  C3TPADO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  C3TPPCC    PICTURE X.
           02  C3TPPCH    PICTURE X.
           02  C3TPPCO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  C3TPCYC    PICTURE X.
           02  C3TPCYH    PICTURE X.
           02  C3TPCYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  C3REPC    PICTURE X.
           02  C3REPH    PICTURE X.
           02  C3REPO PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  C3MSGC    PICTURE X.
           02  C3MSGH    PICTURE X.
           02  C3MSGO  PIC X(40).

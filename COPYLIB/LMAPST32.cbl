       01  LGRDNI.
           02  FILLER PIC X(12).
           02  GACTL    COMP  PIC  S9(4).
           02  GACTF    PICTURE X.
           02  FILLER REDEFINES GACTF.
             03 GACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GACTI  PIC X(1).
           02  GGIDL    COMP  PIC  S9(4).
           02  GGIDF    PICTURE X.
           02  FILLER REDEFINES GGIDF.
             03 GGIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GGIDI  PIC 9(8).
           02  GSSNL    COMP  PIC  S9(4).
           02  GSSNF    PICTURE X.
           02  FILLER REDEFINES GSSNF.
             03 GSSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GSSNI  PIC X(11).
           02  GAPPL    COMP  PIC  S9(4).
           02  GAPPF    PICTURE X.
           02  FILLER REDEFINES GAPPF.
             03 GAPPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GAPPI  PIC 9(8).
           02  GNAMEL    COMP  PIC  S9(4).
           02  GNAMEF    PICTURE X.
           02  FILLER REDEFINES GNAMEF.
             03 GNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GNAMEI  PIC X(30).
           02  GADDRL    COMP  PIC  S9(4).
           02  GADDRF    PICTURE X.
           02  FILLER REDEFINES GADDRF.
             03 GADDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GADDRI  PIC X(20).
           02  GPOSTL    COMP  PIC  S9(4).
           02  GPOSTF    PICTURE X.
           02  FILLER REDEFINES GPOSTF.
             03 GPOSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GPOSTI  PIC X(5).
           02  GCITYL    COMP  PIC  S9(4).
           02  GCITYF    PICTURE X.
           02  FILLER REDEFINES GCITYF.
             03 GCITYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GCITYI  PIC X(20).
           02  GCREFL    COMP  PIC  S9(4).
           02  GCREFF    PICTURE X.
           02  FILLER REDEFINES GCREFF.
             03 GCREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GCREFI  PIC X(20).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(40).
       01  LGRDNO REDEFINES LGRDNI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  GACTC    PICTURE X.
           02  GACTH    PICTURE X.
           02  GACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GGIDC    PICTURE X.
           02  GGIDH    PICTURE X.
           02  GGIDO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  GSSNC    PICTURE X.
           02  GSSNH    PICTURE X.
           02  GSSNO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  GAPPC    PICTURE X.
           02  GAPPH    PICTURE X.
           02  GAPPO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  GNAMEC    PICTURE X.
           02  GNAMEH    PICTURE X.
           02  GNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  GADDRC    PICTURE X.
           02  GADDRH    PICTURE X.
           02  GADDRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  GPOSTC    PICTURE X.
           02  GPOSTH    PICTURE X.
           02  GPOSTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  GCITYC    PICTURE X.
           02  GCITYH    PICTURE X.
           02  GCITYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  GCREFC    PICTURE X.
           02  GCREFH    PICTURE X.
           02  GCREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

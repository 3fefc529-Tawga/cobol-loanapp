       01  LPOARI.
           02  FILLER PIC X(12).
           02  RACTL    COMP  PIC  S9(4).
           02  RACTF    PICTURE X.
           02  FILLER REDEFINES RACTF.
             03 RACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RACTI  PIC X(1).
           02  RRIDL    COMP  PIC  S9(4).
           02  RRIDF    PICTURE X.
           02  FILLER REDEFINES RRIDF.
             03 RRIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RRIDI  PIC 9(8).
           02  RSSNL    COMP  PIC  S9(4).
           02  RSSNF    PICTURE X.
           02  FILLER REDEFINES RSSNF.
             03 RSSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSSNI  PIC X(11).
           02  RNAMEL    COMP  PIC  S9(4).
           02  RNAMEF    PICTURE X.
           02  FILLER REDEFINES RNAMEF.
             03 RNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RNAMEI  PIC X(30).
           02  RSCOPL    COMP  PIC  S9(4).
           02  RSCOPF    PICTURE X.
           02  FILLER REDEFINES RSCOPF.
             03 RSCOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSCOPI  PIC X(1).
           02  RFROML    COMP  PIC  S9(4).
           02  RFROMF    PICTURE X.
           02  FILLER REDEFINES RFROMF.
             03 RFROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RFROMI  PIC X(10).
           02  RTOL    COMP  PIC  S9(4).
           02  RTOF    PICTURE X.
           02  FILLER REDEFINES RTOF.
             03 RTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RTOI  PIC X(10).
           02  RDOCL    COMP  PIC  S9(4).
           02  RDOCF    PICTURE X.
           02  FILLER REDEFINES RDOCF.
             03 RDOCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RDOCI  PIC X(20).
           02  RADDRL    COMP  PIC  S9(4).
           02  RADDRF    PICTURE X.
           02  FILLER REDEFINES RADDRF.
             03 RADDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RADDRI  PIC X(20).
           02  RPOSTL    COMP  PIC  S9(4).
           02  RPOSTF    PICTURE X.
           02  FILLER REDEFINES RPOSTF.
             03 RPOSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RPOSTI  PIC X(5).
           02  RCITYL    COMP  PIC  S9(4).
           02  RCITYF    PICTURE X.
           02  FILLER REDEFINES RCITYF.
             03 RCITYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RCITYI  PIC X(20).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(40).
       01  LPOARO REDEFINES LPOARI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RACTC    PICTURE X.
           02  RACTH    PICTURE X.
           02  RACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RRIDC    PICTURE X.
           02  RRIDH    PICTURE X.
           02  RRIDO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  RSSNC    PICTURE X.
           02  RSSNH    PICTURE X.
           02  RSSNO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  RNAMEC    PICTURE X.
           02  RNAMEH    PICTURE X.
           02  RNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  RSCOPC    PICTURE X.
           02  RSCOPH    PICTURE X.
           02  RSCOPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RFROMC    PICTURE X.
           02  RFROMH    PICTURE X.
           02  RFROMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RTOC    PICTURE X.
           02  RTOH    PICTURE X.
           02  RTOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RDOCC    PICTURE X.
           02  RDOCH    PICTURE X.
           02  RDOCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  RADDRC    PICTURE X.
           02  RADDRH    PICTURE X.
           02  RADDRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  RPOSTC    PICTURE X.
           02  RPOSTH    PICTURE X.
           02  RPOSTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  RCITYC    PICTURE X.
           02  RCITYH    PICTURE X.
           02  RCITYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

       01  LSTOPI.
           02  FILLER PIC X(12).
           02  SACTL    COMP  PIC  S9(4).
           02  SACTF    PICTURE X.
           02  FILLER REDEFINES SACTF.
             03 SACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SACTI  PIC X(1).
           02  SSTIDL    COMP  PIC  S9(4).
           02  SSTIDF    PICTURE X.
           02  FILLER REDEFINES SSTIDF.
             03 SSTIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SSTIDI  PIC 9(8).
           02  SSSNL    COMP  PIC  S9(4).
           02  SSSNF    PICTURE X.
           02  FILLER REDEFINES SSSNF.
             03 SSSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SSSNI  PIC X(11).
           02  SAPPIDL    COMP  PIC  S9(4).
           02  SAPPIDF    PICTURE X.
           02  FILLER REDEFINES SAPPIDF.
             03 SAPPIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SAPPIDI  PIC 9(8).
           02  SCODEL    COMP  PIC  S9(4).
           02  SCODEF    PICTURE X.
           02  FILLER REDEFINES SCODEF.
             03 SCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCODEI  PIC X(4).
           02  SRSNL    COMP  PIC  S9(4).
           02  SRSNF    PICTURE X.
           02  FILLER REDEFINES SRSNF.
             03 SRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SRSNI  PIC X(40).
           02  SRVDTL    COMP  PIC  S9(4).
           02  SRVDTF    PICTURE X.
           02  FILLER REDEFINES SRVDTF.
             03 SRVDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SRVDTI  PIC X(10).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(40).
       01  LSTOPO REDEFINES LSTOPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SACTC    PICTURE X.
           02  SACTH    PICTURE X.
           02  SACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SSTIDC    PICTURE X.
           02  SSTIDH    PICTURE X.
           02  SSTIDO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  SSSNC    PICTURE X.
           02  SSSNH    PICTURE X.
           02  SSSNO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  SAPPIDC    PICTURE X.
           02  SAPPIDH    PICTURE X.
           02  SAPPIDO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  SCODEC    PICTURE X.
           02  SCODEH    PICTURE X.
           02  SCODEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SRSNC    PICTURE X.
           02  SRSNH    PICTURE X.
           02  SRSNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  SRVDTC    PICTURE X.
           02  SRVDTH    PICTURE X.
           02  SRVDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

       01  LVULNI.
           02  FILLER PIC X(12).
           02  VACTL    COMP  PIC  S9(4).
           02  VACTF    PICTURE X.
           02  FILLER REDEFINES VACTF.
             03 VACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VACTI  PIC X(1).
           02  VVIDL    COMP  PIC  S9(4).
           02  VVIDF    PICTURE X.
           02  FILLER REDEFINES VVIDF.
             03 VVIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VVIDI  PIC 9(8).
           02  VSSNL    COMP  PIC  S9(4).
           02  VSSNF    PICTURE X.
           02  FILLER REDEFINES VSSNF.
             03 VSSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VSSNI  PIC X(11).
           02  VTYPEL    COMP  PIC  S9(4).
           02  VTYPEF    PICTURE X.
           02  FILLER REDEFINES VTYPEF.
             03 VTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VTYPEI  PIC X(4).
           02  VCONSL    COMP  PIC  S9(4).
           02  VCONSF    PICTURE X.
           02  FILLER REDEFINES VCONSF.
             03 VCONSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VCONSI  PIC X(1).
           02  VEVIDL    COMP  PIC  S9(4).
           02  VEVIDF    PICTURE X.
           02  FILLER REDEFINES VEVIDF.
             03 VEVIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VEVIDI  PIC X(40).
           02  VRVDTL    COMP  PIC  S9(4).
           02  VRVDTF    PICTURE X.
           02  FILLER REDEFINES VRVDTF.
             03 VRVDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VRVDTI  PIC X(10).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(40).
       01  LVULNO REDEFINES LVULNI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VACTC    PICTURE X.
           02  VACTH    PICTURE X.
           02  VACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VVIDC    PICTURE X.
           02  VVIDH    PICTURE X.
           02  VVIDO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  VSSNC    PICTURE X.
           02  VSSNH    PICTURE X.
           02  VSSNO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  VTYPEC    PICTURE X.
           02  VTYPEH    PICTURE X.
           02  VTYPEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VCONSC    PICTURE X.
           02  VCONSH    PICTURE X.
           02  VCONSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VEVIDC    PICTURE X.
           02  VEVIDH    PICTURE X.
           02  VEVIDO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VRVDTC    PICTURE X.
           02  VRVDTH    PICTURE X.
           02  VRVDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

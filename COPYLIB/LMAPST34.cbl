       01  LNOTEI.
           02  FILLER PIC X(12).
           02  NSSNL    COMP  PIC  S9(4).
           02  NSSNF    PICTURE X.
           02  FILLER REDEFINES NSSNF.
             03 NSSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NSSNI  PIC X(11).
           02  NAPPL    COMP  PIC  S9(4).
           02  NAPPF    PICTURE X.
           02  FILLER REDEFINES NAPPF.
             03 NAPPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NAPPI  PIC 9(8).
           02  NNAMEL    COMP  PIC  S9(4).
           02  NNAMEF    PICTURE X.
           02  FILLER REDEFINES NNAMEF.
             03 NNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NNAMEI  PIC X(31).
           02  NCATL    COMP  PIC  S9(4).
           02  NCATF    PICTURE X.
           02  FILLER REDEFINES NCATF.
             03 NCATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NCATI  PIC X(8).
           02  NTXTL    COMP  PIC  S9(4).
           02  NTXTF    PICTURE X.
           02  FILLER REDEFINES NTXTF.
             03 NTXTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NTXTI  PIC X(60).
           02  NPGL    COMP  PIC  S9(4).
           02  NPGF    PICTURE X.
           02  FILLER REDEFINES NPGF.
             03 NPGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NPGI  PIC X(3).
           02  NL1L    COMP  PIC  S9(4).
           02  NL1F    PICTURE X.
           02  FILLER REDEFINES NL1F.
             03 NL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL1I  PIC X(60).
           02  NL2L    COMP  PIC  S9(4).
           02  NL2F    PICTURE X.
           02  FILLER REDEFINES NL2F.
             03 NL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL2I  PIC X(60).
           02  NL3L    COMP  PIC  S9(4).
           02  NL3F    PICTURE X.
           02  FILLER REDEFINES NL3F.
             03 NL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL3I  PIC X(60).
           02  NL4L    COMP  PIC  S9(4).
           02  NL4F    PICTURE X.
           02  FILLER REDEFINES NL4F.
             03 NL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL4I  PIC X(60).
           02  NL5L    COMP  PIC  S9(4).
           02  NL5F    PICTURE X.
           02  FILLER REDEFINES NL5F.
             03 NL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL5I  PIC X(60).
           02  NL6L    COMP  PIC  S9(4).
           02  NL6F    PICTURE X.
           02  FILLER REDEFINES NL6F.
             03 NL6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL6I  PIC X(60).
           02  NL7L    COMP  PIC  S9(4).
           02  NL7F    PICTURE X.
           02  FILLER REDEFINES NL7F.
             03 NL7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL7I  PIC X(60).
           02  NL8L    COMP  PIC  S9(4).
           02  NL8F    PICTURE X.
           02  FILLER REDEFINES NL8F.
             03 NL8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NL8I  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(40).
       01  LNOTEO REDEFINES LNOTEI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  NSSNC    PICTURE X.
           02  NSSNH    PICTURE X.
           02  NSSNO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  NAPPC    PICTURE X.
           02  NAPPH    PICTURE X.
           02  NAPPO  PIC Z(7)9.
           02  FILLER PICTURE X(3).
           02  NNAMEC    PICTURE X.
           02  NNAMEH    PICTURE X.
           02  NNAMEO  PIC X(31).
           02  FILLER PICTURE X(3).
           02  NCATC    PICTURE X.
           02  NCATH    PICTURE X.
           02  NCATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NTXTC    PICTURE X.
           02  NTXTH    PICTURE X.
           02  NTXTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NPGC    PICTURE X.
           02  NPGH    PICTURE X.
           02  NPGO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  NL1C    PICTURE X.
           02  NL1H    PICTURE X.
           02  NL1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL2C    PICTURE X.
           02  NL2H    PICTURE X.
           02  NL2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL3C    PICTURE X.
           02  NL3H    PICTURE X.
           02  NL3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL4C    PICTURE X.
           02  NL4H    PICTURE X.
           02  NL4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL5C    PICTURE X.
           02  NL5H    PICTURE X.
           02  NL5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL6C    PICTURE X.
           02  NL6H    PICTURE X.
           02  NL6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL7C    PICTURE X.
           02  NL7H    PICTURE X.
           02  NL7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NL8C    PICTURE X.
           02  NL8H    PICTURE X.
           02  NL8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(40).

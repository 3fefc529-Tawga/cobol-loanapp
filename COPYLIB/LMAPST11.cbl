             03 CHGIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGIDI  PIC X(8).
           02  REPIDL    COMP  PIC  S9(4).
           02  REPIDF    PICTURE X.
           02  FILLER REDEFINES REPIDF.
             03 REPIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REPIDI  PIC 9(8).
       01  LBNKO REDEFINES LBNKI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CHGIDC    PICTURE X.
           02  CHGIDH    PICTURE X.
           02  CHGIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REPIDC    PICTURE X.
           02  REPIDH    PICTURE X.
           02  REPIDO PIC Z(7)9.

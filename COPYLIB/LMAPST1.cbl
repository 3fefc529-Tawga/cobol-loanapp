             03 OPIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPIDI  PIC X(3).
           02  PASSL    COMP  PIC  S9(4).
           02  PASSF    PICTURE X.
           02  FILLER REDEFINES PASSF.
             03 PASSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PASSI  PIC X(8).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
           02  OPIDH    PICTURE X.
           02  OPIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PASSC    PICTURE X.
           02  PASSH    PICTURE X.
           02  PASSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(40).

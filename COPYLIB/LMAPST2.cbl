             03 LANGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LANGI  PIC X(1).
           02  HHADL    COMP  PIC  S9(4).
           02  HHADF    PICTURE X.
           02  FILLER REDEFINES HHADF.
             03 HHADA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HHADI  PIC X(2).
           02  HHCHL    COMP  PIC  S9(4).
           02  HHCHF    PICTURE X.
           02  FILLER REDEFINES HHCHF.
             03 HHCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HHCHI  PIC X(2).
       01  LFORMO REDEFINES LFORMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LANGC    PICTURE X.
           02  LANGH    PICTURE X.
           02  LANGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HHADC    PICTURE X.
           02  HHADH    PICTURE X.
           02  HHADO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HHCHC    PICTURE X.
           02  HHCHH    PICTURE X.
           02  HHCHO  PIC X(2).


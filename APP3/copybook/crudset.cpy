             03 DEPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEPTI  PIC X(3).
           02  EMPCLSL    COMP  PIC  S9(4).
           02  EMPCLSF    PICTURE X.
           02  FILLER REDEFINES EMPCLSF.
             03 EMPCLSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPCLSI  PIC X(1).
           02  FTEPCTL    COMP  PIC  S9(4).
           02  FTEPCTF    PICTURE X.
           02  FILLER REDEFINES FTEPCTF.
             03 FTEPCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FTEPCTI  PIC 9(3).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
           02  DEPTH    PICTURE X.
           02  DEPTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  EMPCLSC    PICTURE X.
           02  EMPCLSH    PICTURE X.
           02  EMPCLSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FTEPCTC    PICTURE X.
           02  FTEPCTH    PICTURE X.
           02  FTEPCTO PIC 9(3).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTH    PICTURE X.
           02  EFFDTO  PIC X(10).

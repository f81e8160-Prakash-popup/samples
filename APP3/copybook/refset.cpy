             03 RVAL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RVAL2I  PIC X(9).
           02  RVAL3L    COMP  PIC  S9(4).
           02  RVAL3F    PICTURE X.
           02  FILLER REDEFINES RVAL3F.
             03 RVAL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RVAL3I  PIC X(20).
           02  LST1L    COMP  PIC  S9(4).
           02  LST1F    PICTURE X.
           02  FILLER REDEFINES LST1F.
           02  RVAL2H    PICTURE X.
           02  RVAL2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RVAL3C    PICTURE X.
           02  RVAL3H    PICTURE X.
           02  RVAL3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LST1C    PICTURE X.
           02  LST1H    PICTURE X.
           02  LST1O  PIC X(60).

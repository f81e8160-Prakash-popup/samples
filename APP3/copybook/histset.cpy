             03 HL10A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HL10I  PIC X(75).
           02  HADDRL    COMP  PIC  S9(4).
           02  HADDRF    PICTURE X.
           02  FILLER REDEFINES HADDRF.
             03 HADDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HADDRI  PIC X(62).
           02  HPHONEL    COMP  PIC  S9(4).
           02  HPHONEF    PICTURE X.
           02  FILLER REDEFINES HPHONEF.
             03 HPHONEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HPHONEI  PIC X(15).
           02  HMSGL    COMP  PIC  S9(4).
           02  HMSGF    PICTURE X.
           02  FILLER REDEFINES HMSGF.
           02  HL10H    PICTURE X.
           02  HL10O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  HADDRC    PICTURE X.
           02  HADDRH    PICTURE X.
           02  HADDRO  PIC X(62).
           02  FILLER PICTURE X(3).
           02  HPHONEC    PICTURE X.
           02  HPHONEH    PICTURE X.
           02  HPHONEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  HMSGC    PICTURE X.
           02  HMSGH    PICTURE X.
           02  HMSGO  PIC X(79).

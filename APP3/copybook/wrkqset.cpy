       01  WRKQMAPI.
           02  FILLER PIC X(12).
           02  QAGEL    COMP  PIC  S9(4).
           02  QAGEF    PICTURE X.
           02  FILLER REDEFINES QAGEF.
             03 QAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QAGEI  PIC 9(3).
           02  QSELL    COMP  PIC  S9(4).
           02  QSELF    PICTURE X.
           02  FILLER REDEFINES QSELF.
             03 QSELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QSELI  PIC X(1).
           02  QC1L    COMP  PIC  S9(4).
           02  QC1F    PICTURE X.
           02  FILLER REDEFINES QC1F.
             03 QC1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC1I  PIC X(75).
           02  QC2L    COMP  PIC  S9(4).
           02  QC2F    PICTURE X.
           02  FILLER REDEFINES QC2F.
             03 QC2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC2I  PIC X(75).
           02  QC3L    COMP  PIC  S9(4).
           02  QC3F    PICTURE X.
           02  FILLER REDEFINES QC3F.
             03 QC3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC3I  PIC X(75).
           02  QC4L    COMP  PIC  S9(4).
           02  QC4F    PICTURE X.
           02  FILLER REDEFINES QC4F.
             03 QC4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC4I  PIC X(75).
           02  QC5L    COMP  PIC  S9(4).
           02  QC5F    PICTURE X.
           02  FILLER REDEFINES QC5F.
             03 QC5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC5I  PIC X(75).
           02  QC6L    COMP  PIC  S9(4).
           02  QC6F    PICTURE X.
           02  FILLER REDEFINES QC6F.
             03 QC6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QC6I  PIC X(75).
           02  QHDRL    COMP  PIC  S9(4).
           02  QHDRF    PICTURE X.
           02  FILLER REDEFINES QHDRF.
             03 QHDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QHDRI  PIC X(75).
           02  QL1L    COMP  PIC  S9(4).
           02  QL1F    PICTURE X.
           02  FILLER REDEFINES QL1F.
             03 QL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL1I  PIC X(75).
           02  QL2L    COMP  PIC  S9(4).
           02  QL2F    PICTURE X.
           02  FILLER REDEFINES QL2F.
             03 QL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL2I  PIC X(75).
           02  QL3L    COMP  PIC  S9(4).
           02  QL3F    PICTURE X.
           02  FILLER REDEFINES QL3F.
             03 QL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL3I  PIC X(75).
           02  QL4L    COMP  PIC  S9(4).
           02  QL4F    PICTURE X.
           02  FILLER REDEFINES QL4F.
             03 QL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL4I  PIC X(75).
           02  QL5L    COMP  PIC  S9(4).
           02  QL5F    PICTURE X.
           02  FILLER REDEFINES QL5F.
             03 QL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL5I  PIC X(75).
           02  QL6L    COMP  PIC  S9(4).
           02  QL6F    PICTURE X.
           02  FILLER REDEFINES QL6F.
             03 QL6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL6I  PIC X(75).
           02  QL7L    COMP  PIC  S9(4).
           02  QL7F    PICTURE X.
           02  FILLER REDEFINES QL7F.
             03 QL7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL7I  PIC X(75).
           02  QL8L    COMP  PIC  S9(4).
           02  QL8F    PICTURE X.
           02  FILLER REDEFINES QL8F.
             03 QL8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QL8I  PIC X(75).
           02  QMSGL    COMP  PIC  S9(4).
           02  QMSGF    PICTURE X.
           02  FILLER REDEFINES QMSGF.
             03 QMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QMSGI  PIC X(79).
       01  WRKQMAPO REDEFINES WRKQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  QAGEC    PICTURE X.
           02  QAGEH    PICTURE X.
           02  QAGEO  PIC 9(3).
           02  FILLER PICTURE X(3).
           02  QSELC    PICTURE X.
           02  QSELH    PICTURE X.
           02  QSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  QC1C    PICTURE X.
           02  QC1H    PICTURE X.
           02  QC1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QC2C    PICTURE X.
           02  QC2H    PICTURE X.
           02  QC2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QC3C    PICTURE X.
           02  QC3H    PICTURE X.
           02  QC3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QC4C    PICTURE X.
           02  QC4H    PICTURE X.
           02  QC4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QC5C    PICTURE X.
           02  QC5H    PICTURE X.
           02  QC5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QC6C    PICTURE X.
           02  QC6H    PICTURE X.
           02  QC6O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QHDRC    PICTURE X.
           02  QHDRH    PICTURE X.
           02  QHDRO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL1C    PICTURE X.
           02  QL1H    PICTURE X.
           02  QL1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL2C    PICTURE X.
           02  QL2H    PICTURE X.
           02  QL2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL3C    PICTURE X.
           02  QL3H    PICTURE X.
           02  QL3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL4C    PICTURE X.
           02  QL4H    PICTURE X.
           02  QL4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL5C    PICTURE X.
           02  QL5H    PICTURE X.
           02  QL5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL6C    PICTURE X.
           02  QL6H    PICTURE X.
           02  QL6O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL7C    PICTURE X.
           02  QL7H    PICTURE X.
           02  QL7O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QL8C    PICTURE X.
           02  QL8H    PICTURE X.
           02  QL8O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QMSGC    PICTURE X.
           02  QMSGH    PICTURE X.
           02  QMSGO  PIC X(79).

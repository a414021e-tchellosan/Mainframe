       01  MAPAVLI.
           02  FILLER PIC X(12).
           02  CODTRANL    COMP  PIC  S9(4).
           02  CODTRANF    PICTURE X.
           02  FILLER REDEFINES CODTRANF.
             03 CODTRANA    PICTURE X.
           02  CODTRANI  PIC X(4).
           02  DATAL    COMP  PIC  S9(4).
           02  DATAF    PICTURE X.
           02  FILLER REDEFINES DATAF.
             03 DATAA    PICTURE X.
           02  DATAI  PIC X(10).
           02  HORAL    COMP  PIC  S9(4).
           02  HORAF    PICTURE X.
           02  FILLER REDEFINES HORAF.
             03 HORAA    PICTURE X.
           02  HORAI  PIC X(8).
           02  IDFUNCL    COMP  PIC  S9(4).
           02  IDFUNCF    PICTURE X.
           02  FILLER REDEFINES IDFUNCF.
             03 IDFUNCA    PICTURE X.
           02  IDFUNCI  PIC X(4).
           02  ANOL    COMP  PIC  S9(4).
           02  ANOF    PICTURE X.
           02  FILLER REDEFINES ANOF.
             03 ANOA    PICTURE X.
           02  ANOI  PIC X(4).
           02  NOTAL    COMP  PIC  S9(4).
           02  NOTAF    PICTURE X.
           02  FILLER REDEFINES NOTAF.
             03 NOTAA    PICTURE X.
           02  NOTAI  PIC X(1).
           02  NOMEL    COMP  PIC  S9(4).
           02  NOMEF    PICTURE X.
           02  FILLER REDEFINES NOMEF.
             03 NOMEA    PICTURE X.
           02  NOMEI  PIC X(30).
           02  DEPTOL    COMP  PIC  S9(4).
           02  DEPTOF    PICTURE X.
           02  FILLER REDEFINES DEPTOF.
             03 DEPTOA    PICTURE X.
           02  DEPTOI  PIC X(3).
           02  GESTORL    COMP  PIC  S9(4).
           02  GESTORF    PICTURE X.
           02  FILLER REDEFINES GESTORF.
             03 GESTORA    PICTURE X.
           02  GESTORI  PIC X(4).
           02  NOTAATUL    COMP  PIC  S9(4).
           02  NOTAATUF    PICTURE X.
           02  FILLER REDEFINES NOTAATUF.
             03 NOTAATUA    PICTURE X.
           02  NOTAATUI  PIC X(1).
           02  REVISORL    COMP  PIC  S9(4).
           02  REVISORF    PICTURE X.
           02  FILLER REDEFINES REVISORF.
             03 REVISORA    PICTURE X.
           02  REVISORI  PIC X(8).
           02  DTREVL    COMP  PIC  S9(4).
           02  DTREVF    PICTURE X.
           02  FILLER REDEFINES DTREVF.
             03 DTREVA    PICTURE X.
           02  DTREVI  PIC X(10).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPAVLO REDEFINES MAPAVLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  IDFUNCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ANOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  NOTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DEPTOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  GESTORO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  NOTAATUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REVISORO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTREVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

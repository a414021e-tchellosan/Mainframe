       01  MAPAPFI.
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
           02  IDFUNCI  PIC X(3).
           02  NOMEL    COMP  PIC  S9(4).
           02  NOMEF    PICTURE X.
           02  FILLER REDEFINES NOMEF.
             03 NOMEA    PICTURE X.
           02  NOMEI  PIC X(20).
           02  DEPTOL    COMP  PIC  S9(4).
           02  DEPTOF    PICTURE X.
           02  FILLER REDEFINES DEPTOF.
             03 DEPTOA    PICTURE X.
           02  DEPTOI  PIC X(5).
           02  INICIOL    COMP  PIC  S9(4).
           02  INICIOF    PICTURE X.
           02  FILLER REDEFINES INICIOF.
             03 INICIOA    PICTURE X.
           02  INICIOI  PIC X(10).
           02  DIASL    COMP  PIC  S9(4).
           02  DIASF    PICTURE X.
           02  FILLER REDEFINES DIASF.
             03 DIASA    PICTURE X.
           02  DIASI  PIC X(2).
           02  RETORNOL    COMP  PIC  S9(4).
           02  RETORNOF    PICTURE X.
           02  FILLER REDEFINES RETORNOF.
             03 RETORNOA    PICTURE X.
           02  RETORNOI  PIC X(10).
           02  SALDOL    COMP  PIC  S9(4).
           02  SALDOF    PICTURE X.
           02  FILLER REDEFINES SALDOF.
             03 SALDOA    PICTURE X.
           02  SALDOI  PIC X(3).
           02  COMPROL    COMP  PIC  S9(4).
           02  COMPROF    PICTURE X.
           02  FILLER REDEFINES COMPROF.
             03 COMPROA    PICTURE X.
           02  COMPROI  PIC X(3).
           02  SOLICL    COMP  PIC  S9(4).
           02  SOLICF    PICTURE X.
           02  FILLER REDEFINES SOLICF.
             03 SOLICA    PICTURE X.
           02  SOLICI  PIC X(8).
           02  DTSOLICL    COMP  PIC  S9(4).
           02  DTSOLICF    PICTURE X.
           02  FILLER REDEFINES DTSOLICF.
             03 DTSOLICA    PICTURE X.
           02  DTSOLICI  PIC X(10).
           02  ACAOL    COMP  PIC  S9(4).
           02  ACAOF    PICTURE X.
           02  FILLER REDEFINES ACAOF.
             03 ACAOA    PICTURE X.
           02  ACAOI  PIC X(1).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPAPFO REDEFINES MAPAPFI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  IDFUNCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DEPTOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  INICIOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DIASO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  RETORNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SALDOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  COMPROO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SOLICO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTSOLICO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ACAOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

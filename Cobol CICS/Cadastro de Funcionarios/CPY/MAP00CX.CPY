       01  MAPCASI.
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
           02  FUNCAOL    COMP  PIC  S9(4).
           02  FUNCAOF    PICTURE X.
           02  FILLER REDEFINES FUNCAOF.
             03 FUNCAOA    PICTURE X.
           02  FUNCAOI  PIC X(1).
           02  CASOL    COMP  PIC  S9(4).
           02  CASOF    PICTURE X.
           02  FILLER REDEFINES CASOF.
             03 CASOA    PICTURE X.
           02  CASOI  PIC X(7).
           02  SITUACL    COMP  PIC  S9(4).
           02  SITUACF    PICTURE X.
           02  FILLER REDEFINES SITUACF.
             03 SITUACA    PICTURE X.
           02  SITUACI  PIC X(1).
           02  DESCSITL    COMP  PIC  S9(4).
           02  DESCSITF    PICTURE X.
           02  FILLER REDEFINES DESCSITF.
             03 DESCSITA    PICTURE X.
           02  DESCSITI  PIC X(20).
           02  ANALISTL    COMP  PIC  S9(4).
           02  ANALISTF    PICTURE X.
           02  FILLER REDEFINES ANALISTF.
             03 ANALISTA    PICTURE X.
           02  ANALISTI  PIC X(8).
           02  CONTAL    COMP  PIC  S9(4).
           02  CONTAF    PICTURE X.
           02  FILLER REDEFINES CONTAF.
             03 CONTAA    PICTURE X.
           02  CONTAI  PIC X(10).
           02  ABERTOL    COMP  PIC  S9(4).
           02  ABERTOF    PICTURE X.
           02  FILLER REDEFINES ABERTOF.
             03 ABERTOA    PICTURE X.
           02  ABERTOI  PIC X(10).
           02  DTSITL    COMP  PIC  S9(4).
           02  DTSITF    PICTURE X.
           02  FILLER REDEFINES DTSITF.
             03 DTSITA    PICTURE X.
           02  DTSITI  PIC X(10).
           02  QTDALEL    COMP  PIC  S9(4).
           02  QTDALEF    PICTURE X.
           02  FILLER REDEFINES QTDALEF.
             03 QTDALEA    PICTURE X.
           02  QTDALEI  PIC X(5).
           02  ULTALEL    COMP  PIC  S9(4).
           02  ULTALEF    PICTURE X.
           02  FILLER REDEFINES ULTALEF.
             03 ULTALEA    PICTURE X.
           02  ULTALEI  PIC X(40).
           02  NOTA1L    COMP  PIC  S9(4).
           02  NOTA1F    PICTURE X.
           02  FILLER REDEFINES NOTA1F.
             03 NOTA1A    PICTURE X.
           02  NOTA1I  PIC X(60).
           02  NOTA2L    COMP  PIC  S9(4).
           02  NOTA2F    PICTURE X.
           02  FILLER REDEFINES NOTA2F.
             03 NOTA2A    PICTURE X.
           02  NOTA2I  PIC X(60).
           02  LIN1L    COMP  PIC  S9(4).
           02  LIN1F    PICTURE X.
           02  FILLER REDEFINES LIN1F.
             03 LIN1A    PICTURE X.
           02  LIN1I  PIC X(70).
           02  LIN2L    COMP  PIC  S9(4).
           02  LIN2F    PICTURE X.
           02  FILLER REDEFINES LIN2F.
             03 LIN2A    PICTURE X.
           02  LIN2I  PIC X(70).
           02  LIN3L    COMP  PIC  S9(4).
           02  LIN3F    PICTURE X.
           02  FILLER REDEFINES LIN3F.
             03 LIN3A    PICTURE X.
           02  LIN3I  PIC X(70).
           02  LIN4L    COMP  PIC  S9(4).
           02  LIN4F    PICTURE X.
           02  FILLER REDEFINES LIN4F.
             03 LIN4A    PICTURE X.
           02  LIN4I  PIC X(70).
           02  LIN5L    COMP  PIC  S9(4).
           02  LIN5F    PICTURE X.
           02  FILLER REDEFINES LIN5F.
             03 LIN5A    PICTURE X.
           02  LIN5I  PIC X(70).
           02  LIN6L    COMP  PIC  S9(4).
           02  LIN6F    PICTURE X.
           02  FILLER REDEFINES LIN6F.
             03 LIN6A    PICTURE X.
           02  LIN6I  PIC X(70).
           02  LIN7L    COMP  PIC  S9(4).
           02  LIN7F    PICTURE X.
           02  FILLER REDEFINES LIN7F.
             03 LIN7A    PICTURE X.
           02  LIN7I  PIC X(70).
           02  LIN8L    COMP  PIC  S9(4).
           02  LIN8F    PICTURE X.
           02  FILLER REDEFINES LIN8F.
             03 LIN8A    PICTURE X.
           02  LIN8I  PIC X(70).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPCASO REDEFINES MAPCASI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FUNCAOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CASOO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  SITUACO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DESCSITO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ANALISTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CONTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ABERTOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DTSITO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  QTDALEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ULTALEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NOTA1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NOTA2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LIN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

       01  MAPBLQI.
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
           02  TIPOL    COMP  PIC  S9(4).
           02  TIPOF    PICTURE X.
           02  FILLER REDEFINES TIPOF.
             03 TIPOA    PICTURE X.
           02  TIPOI  PIC X(1).
           02  FUNCAOL    COMP  PIC  S9(4).
           02  FUNCAOF    PICTURE X.
           02  FILLER REDEFINES FUNCAOF.
             03 FUNCAOA    PICTURE X.
           02  FUNCAOI  PIC X(1).
           02  AGENCIAL    COMP  PIC  S9(4).
           02  AGENCIAF    PICTURE X.
           02  FILLER REDEFINES AGENCIAF.
             03 AGENCIAA    PICTURE X.
           02  AGENCIAI  PIC X(4).
           02  CONTAL    COMP  PIC  S9(4).
           02  CONTAF    PICTURE X.
           02  FILLER REDEFINES CONTAF.
             03 CONTAA    PICTURE X.
           02  CONTAI  PIC X(5).
           02  ESCOPOL    COMP  PIC  S9(4).
           02  ESCOPOF    PICTURE X.
           02  FILLER REDEFINES ESCOPOF.
             03 ESCOPOA    PICTURE X.
           02  ESCOPOI  PIC X(1).
           02  DOCTOL    COMP  PIC  S9(4).
           02  DOCTOF    PICTURE X.
           02  FILLER REDEFINES DOCTOF.
             03 DOCTOA    PICTURE X.
           02  DOCTOI  PIC X(4).
           02  CPAGENL    COMP  PIC  S9(4).
           02  CPAGENF    PICTURE X.
           02  FILLER REDEFINES CPAGENF.
             03 CPAGENA    PICTURE X.
           02  CPAGENI  PIC X(4).
           02  CPCONTAL    COMP  PIC  S9(4).
           02  CPCONTAF    PICTURE X.
           02  FILLER REDEFINES CPCONTAF.
             03 CPCONTAA    PICTURE X.
           02  CPCONTAI  PIC X(5).
           02  VALIL    COMP  PIC  S9(4).
           02  VALIF    PICTURE X.
           02  FILLER REDEFINES VALIF.
             03 VALIA    PICTURE X.
           02  VALII  PIC X(6).
           02  VALDL    COMP  PIC  S9(4).
           02  VALDF    PICTURE X.
           02  FILLER REDEFINES VALDF.
             03 VALDA    PICTURE X.
           02  VALDI  PIC X(2).
           02  DTINIL    COMP  PIC  S9(4).
           02  DTINIF    PICTURE X.
           02  FILLER REDEFINES DTINIF.
             03 DTINIA    PICTURE X.
           02  DTINII  PIC X(8).
           02  DTFIML    COMP  PIC  S9(4).
           02  DTFIMF    PICTURE X.
           02  FILLER REDEFINES DTFIMF.
             03 DTFIMA    PICTURE X.
           02  DTFIMI  PIC X(8).
           02  SITUACL    COMP  PIC  S9(4).
           02  SITUACF    PICTURE X.
           02  FILLER REDEFINES SITUACF.
             03 SITUACA    PICTURE X.
           02  SITUACI  PIC X(12).
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
       01  MAPBLQO REDEFINES MAPBLQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TIPOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FUNCAOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AGENCIAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CONTAO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ESCOPOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DOCTOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CPAGENO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CPCONTAO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VALIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  VALDO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DTINIO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTFIMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SITUACO  PIC X(12).
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

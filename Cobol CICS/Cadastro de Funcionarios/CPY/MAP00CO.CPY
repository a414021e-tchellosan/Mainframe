       01  MAPCTAI.
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
           02  POSICAOL    COMP  PIC  S9(4).
           02  POSICAOF    PICTURE X.
           02  FILLER REDEFINES POSICAOF.
             03 POSICAOA    PICTURE X.
           02  POSICAOI  PIC X(10).
           02  NOMEL    COMP  PIC  S9(4).
           02  NOMEF    PICTURE X.
           02  FILLER REDEFINES NOMEF.
             03 NOMEA    PICTURE X.
           02  NOMEI  PIC X(40).
           02  ENDERL    COMP  PIC  S9(4).
           02  ENDERF    PICTURE X.
           02  FILLER REDEFINES ENDERF.
             03 ENDERA    PICTURE X.
           02  ENDERI  PIC X(30).
           02  CIDADEL    COMP  PIC  S9(4).
           02  CIDADEF    PICTURE X.
           02  FILLER REDEFINES CIDADEF.
             03 CIDADEA    PICTURE X.
           02  CIDADEI  PIC X(20).
           02  UFL    COMP  PIC  S9(4).
           02  UFF    PICTURE X.
           02  FILLER REDEFINES UFF.
             03 UFA    PICTURE X.
           02  UFI  PIC X(2).
           02  CEPL    COMP  PIC  S9(4).
           02  CEPF    PICTURE X.
           02  FILLER REDEFINES CEPF.
             03 CEPA    PICTURE X.
           02  CEPI  PIC X(8).
           02  FONEL    COMP  PIC  S9(4).
           02  FONEF    PICTURE X.
           02  FILLER REDEFINES FONEF.
             03 FONEA    PICTURE X.
           02  FONEI  PIC X(15).
           02  SALDOL    COMP  PIC  S9(4).
           02  SALDOF    PICTURE X.
           02  FILLER REDEFINES SALDOF.
             03 SALDOA    PICTURE X.
           02  SALDOI  PIC X(11).
           02  LIMITEL    COMP  PIC  S9(4).
           02  LIMITEF    PICTURE X.
           02  FILLER REDEFINES LIMITEF.
             03 LIMITEA    PICTURE X.
           02  LIMITEI  PIC X(10).
           02  DISPONL    COMP  PIC  S9(4).
           02  DISPONF    PICTURE X.
           02  FILLER REDEFINES DISPONF.
             03 DISPONA    PICTURE X.
           02  DISPONI  PIC X(11).
           02  ULTMOVL    COMP  PIC  S9(4).
           02  ULTMOVF    PICTURE X.
           02  FILLER REDEFINES ULTMOVF.
             03 ULTMOVA    PICTURE X.
           02  ULTMOVI  PIC X(10).
           02  QTBLQL    COMP  PIC  S9(4).
           02  QTBLQF    PICTURE X.
           02  FILLER REDEFINES QTBLQF.
             03 QTBLQA    PICTURE X.
           02  QTBLQI  PIC X(3).
           02  BLQ1L    COMP  PIC  S9(4).
           02  BLQ1F    PICTURE X.
           02  FILLER REDEFINES BLQ1F.
             03 BLQ1A    PICTURE X.
           02  BLQ1I  PIC X(60).
           02  BLQ2L    COMP  PIC  S9(4).
           02  BLQ2F    PICTURE X.
           02  FILLER REDEFINES BLQ2F.
             03 BLQ2A    PICTURE X.
           02  BLQ2I  PIC X(60).
           02  BLQ3L    COMP  PIC  S9(4).
           02  BLQ3F    PICTURE X.
           02  FILLER REDEFINES BLQ3F.
             03 BLQ3A    PICTURE X.
           02  BLQ3I  PIC X(60).
           02  QTMNDL    COMP  PIC  S9(4).
           02  QTMNDF    PICTURE X.
           02  FILLER REDEFINES QTMNDF.
             03 QTMNDA    PICTURE X.
           02  QTMNDI  PIC X(3).
           02  MND1L    COMP  PIC  S9(4).
           02  MND1F    PICTURE X.
           02  FILLER REDEFINES MND1F.
             03 MND1A    PICTURE X.
           02  MND1I  PIC X(60).
           02  MND2L    COMP  PIC  S9(4).
           02  MND2F    PICTURE X.
           02  FILLER REDEFINES MND2F.
             03 MND2A    PICTURE X.
           02  MND2I  PIC X(60).
           02  MND3L    COMP  PIC  S9(4).
           02  MND3F    PICTURE X.
           02  FILLER REDEFINES MND3F.
             03 MND3A    PICTURE X.
           02  MND3I  PIC X(60).
           02  LCT1L    COMP  PIC  S9(4).
           02  LCT1F    PICTURE X.
           02  FILLER REDEFINES LCT1F.
             03 LCT1A    PICTURE X.
           02  LCT1I  PIC X(60).
           02  LCT2L    COMP  PIC  S9(4).
           02  LCT2F    PICTURE X.
           02  FILLER REDEFINES LCT2F.
             03 LCT2A    PICTURE X.
           02  LCT2I  PIC X(60).
           02  LCT3L    COMP  PIC  S9(4).
           02  LCT3F    PICTURE X.
           02  FILLER REDEFINES LCT3F.
             03 LCT3A    PICTURE X.
           02  LCT3I  PIC X(60).
           02  LCT4L    COMP  PIC  S9(4).
           02  LCT4F    PICTURE X.
           02  FILLER REDEFINES LCT4F.
             03 LCT4A    PICTURE X.
           02  LCT4I  PIC X(60).
           02  LCT5L    COMP  PIC  S9(4).
           02  LCT5F    PICTURE X.
           02  FILLER REDEFINES LCT5F.
             03 LCT5A    PICTURE X.
           02  LCT5I  PIC X(60).
           02  LCT6L    COMP  PIC  S9(4).
           02  LCT6F    PICTURE X.
           02  FILLER REDEFINES LCT6F.
             03 LCT6A    PICTURE X.
           02  LCT6I  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPCTAO REDEFINES MAPCTAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AGENCIAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CONTAO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  POSICAOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ENDERO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CIDADEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  UFO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CEPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FONEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  SALDOO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  LIMITEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DISPONO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  ULTMOVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  QTBLQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  BLQ1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BLQ2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BLQ3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  QTMNDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MND1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MND2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MND3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LCT6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

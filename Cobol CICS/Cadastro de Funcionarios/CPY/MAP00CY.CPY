       01  MAPRELI.
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
           02  DTRELL    COMP  PIC  S9(4).
           02  DTRELF    PICTURE X.
           02  FILLER REDEFINES DTRELF.
             03 DTRELA    PICTURE X.
           02  DTRELI  PIC X(8).
           02  RELATL    COMP  PIC  S9(4).
           02  RELATF    PICTURE X.
           02  FILLER REDEFINES RELATF.
             03 RELATA    PICTURE X.
           02  RELATI  PIC X(8).
           02  AGENCL    COMP  PIC  S9(4).
           02  AGENCF    PICTURE X.
           02  FILLER REDEFINES AGENCF.
             03 AGENCA    PICTURE X.
           02  AGENCI  PIC X(4).
           02  LINHAL    COMP  PIC  S9(4).
           02  LINHAF    PICTURE X.
           02  FILLER REDEFINES LINHAF.
             03 LINHAA    PICTURE X.
           02  LINHAI  PIC X(6).
           02  COLUNAL    COMP  PIC  S9(4).
           02  COLUNAF    PICTURE X.
           02  FILLER REDEFINES COLUNAF.
             03 COLUNAA    PICTURE X.
           02  COLUNAI  PIC X(3).
           02  CABECL    COMP  PIC  S9(4).
           02  CABECF    PICTURE X.
           02  FILLER REDEFINES CABECF.
             03 CABECA    PICTURE X.
           02  CABECI  PIC X(79).
           02  LIN01L    COMP  PIC  S9(4).
           02  LIN01F    PICTURE X.
           02  FILLER REDEFINES LIN01F.
             03 LIN01A    PICTURE X.
           02  LIN01I  PIC X(79).
           02  LIN02L    COMP  PIC  S9(4).
           02  LIN02F    PICTURE X.
           02  FILLER REDEFINES LIN02F.
             03 LIN02A    PICTURE X.
           02  LIN02I  PIC X(79).
           02  LIN03L    COMP  PIC  S9(4).
           02  LIN03F    PICTURE X.
           02  FILLER REDEFINES LIN03F.
             03 LIN03A    PICTURE X.
           02  LIN03I  PIC X(79).
           02  LIN04L    COMP  PIC  S9(4).
           02  LIN04F    PICTURE X.
           02  FILLER REDEFINES LIN04F.
             03 LIN04A    PICTURE X.
           02  LIN04I  PIC X(79).
           02  LIN05L    COMP  PIC  S9(4).
           02  LIN05F    PICTURE X.
           02  FILLER REDEFINES LIN05F.
             03 LIN05A    PICTURE X.
           02  LIN05I  PIC X(79).
           02  LIN06L    COMP  PIC  S9(4).
           02  LIN06F    PICTURE X.
           02  FILLER REDEFINES LIN06F.
             03 LIN06A    PICTURE X.
           02  LIN06I  PIC X(79).
           02  LIN07L    COMP  PIC  S9(4).
           02  LIN07F    PICTURE X.
           02  FILLER REDEFINES LIN07F.
             03 LIN07A    PICTURE X.
           02  LIN07I  PIC X(79).
           02  LIN08L    COMP  PIC  S9(4).
           02  LIN08F    PICTURE X.
           02  FILLER REDEFINES LIN08F.
             03 LIN08A    PICTURE X.
           02  LIN08I  PIC X(79).
           02  LIN09L    COMP  PIC  S9(4).
           02  LIN09F    PICTURE X.
           02  FILLER REDEFINES LIN09F.
             03 LIN09A    PICTURE X.
           02  LIN09I  PIC X(79).
           02  LIN10L    COMP  PIC  S9(4).
           02  LIN10F    PICTURE X.
           02  FILLER REDEFINES LIN10F.
             03 LIN10A    PICTURE X.
           02  LIN10I  PIC X(79).
           02  LIN11L    COMP  PIC  S9(4).
           02  LIN11F    PICTURE X.
           02  FILLER REDEFINES LIN11F.
             03 LIN11A    PICTURE X.
           02  LIN11I  PIC X(79).
           02  LIN12L    COMP  PIC  S9(4).
           02  LIN12F    PICTURE X.
           02  FILLER REDEFINES LIN12F.
             03 LIN12A    PICTURE X.
           02  LIN12I  PIC X(79).
           02  LIN13L    COMP  PIC  S9(4).
           02  LIN13F    PICTURE X.
           02  FILLER REDEFINES LIN13F.
             03 LIN13A    PICTURE X.
           02  LIN13I  PIC X(79).
           02  LIN14L    COMP  PIC  S9(4).
           02  LIN14F    PICTURE X.
           02  FILLER REDEFINES LIN14F.
             03 LIN14A    PICTURE X.
           02  LIN14I  PIC X(79).
           02  LIN15L    COMP  PIC  S9(4).
           02  LIN15F    PICTURE X.
           02  FILLER REDEFINES LIN15F.
             03 LIN15A    PICTURE X.
           02  LIN15I  PIC X(79).
           02  LIN16L    COMP  PIC  S9(4).
           02  LIN16F    PICTURE X.
           02  FILLER REDEFINES LIN16F.
             03 LIN16A    PICTURE X.
           02  LIN16I  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPRELO REDEFINES MAPRELI.
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
           02  DTRELO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RELATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AGENCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LINHAO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  COLUNAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CABECO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN01O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN02O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN03O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN04O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN05O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN06O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN07O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN08O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN09O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN10O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN11O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN12O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN13O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN14O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN15O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN16O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

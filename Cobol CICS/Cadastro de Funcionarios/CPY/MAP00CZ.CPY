       01  MAPHOLI.
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
           02  MESREFL    COMP  PIC  S9(4).
           02  MESREFF    PICTURE X.
           02  FILLER REDEFINES MESREFF.
             03 MESREFA    PICTURE X.
           02  MESREFI  PIC X(6).
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
           02  PAGTOL    COMP  PIC  S9(4).
           02  PAGTOF    PICTURE X.
           02  FILLER REDEFINES PAGTOF.
             03 PAGTOA    PICTURE X.
           02  PAGTOI  PIC X(10).
           02  SALARIOL    COMP  PIC  S9(4).
           02  SALARIOF    PICTURE X.
           02  FILLER REDEFINES SALARIOF.
             03 SALARIOA    PICTURE X.
           02  SALARIOI  PIC X(12).
           02  DIASL    COMP  PIC  S9(4).
           02  DIASF    PICTURE X.
           02  FILLER REDEFINES DIASF.
             03 DIASA    PICTURE X.
           02  DIASI  PIC X(2).
           02  HE50L    COMP  PIC  S9(4).
           02  HE50F    PICTURE X.
           02  FILLER REDEFINES HE50F.
             03 HE50A    PICTURE X.
           02  HE50I  PIC X(3).
           02  HE100L    COMP  PIC  S9(4).
           02  HE100F    PICTURE X.
           02  FILLER REDEFINES HE100F.
             03 HE100A    PICTURE X.
           02  HE100I  PIC X(3).
           02  BASEL    COMP  PIC  S9(4).
           02  BASEF    PICTURE X.
           02  FILLER REDEFINES BASEF.
             03 BASEA    PICTURE X.
           02  BASEI  PIC X(12).
           02  EXTRASL    COMP  PIC  S9(4).
           02  EXTRASF    PICTURE X.
           02  FILLER REDEFINES EXTRASF.
             03 EXTRASA    PICTURE X.
           02  EXTRASI  PIC X(12).
           02  BRUTOL    COMP  PIC  S9(4).
           02  BRUTOF    PICTURE X.
           02  FILLER REDEFINES BRUTOF.
             03 BRUTOA    PICTURE X.
           02  BRUTOI  PIC X(12).
           02  DED01L    COMP  PIC  S9(4).
           02  DED01F    PICTURE X.
           02  FILLER REDEFINES DED01F.
             03 DED01A    PICTURE X.
           02  DED01I  PIC X(18).
           02  DED02L    COMP  PIC  S9(4).
           02  DED02F    PICTURE X.
           02  FILLER REDEFINES DED02F.
             03 DED02A    PICTURE X.
           02  DED02I  PIC X(18).
           02  DED03L    COMP  PIC  S9(4).
           02  DED03F    PICTURE X.
           02  FILLER REDEFINES DED03F.
             03 DED03A    PICTURE X.
           02  DED03I  PIC X(18).
           02  DED04L    COMP  PIC  S9(4).
           02  DED04F    PICTURE X.
           02  FILLER REDEFINES DED04F.
             03 DED04A    PICTURE X.
           02  DED04I  PIC X(18).
           02  DED05L    COMP  PIC  S9(4).
           02  DED05F    PICTURE X.
           02  FILLER REDEFINES DED05F.
             03 DED05A    PICTURE X.
           02  DED05I  PIC X(18).
           02  DED06L    COMP  PIC  S9(4).
           02  DED06F    PICTURE X.
           02  FILLER REDEFINES DED06F.
             03 DED06A    PICTURE X.
           02  DED06I  PIC X(18).
           02  DED07L    COMP  PIC  S9(4).
           02  DED07F    PICTURE X.
           02  FILLER REDEFINES DED07F.
             03 DED07A    PICTURE X.
           02  DED07I  PIC X(18).
           02  DED08L    COMP  PIC  S9(4).
           02  DED08F    PICTURE X.
           02  FILLER REDEFINES DED08F.
             03 DED08A    PICTURE X.
           02  DED08I  PIC X(18).
           02  DED09L    COMP  PIC  S9(4).
           02  DED09F    PICTURE X.
           02  FILLER REDEFINES DED09F.
             03 DED09A    PICTURE X.
           02  DED09I  PIC X(18).
           02  DED10L    COMP  PIC  S9(4).
           02  DED10F    PICTURE X.
           02  FILLER REDEFINES DED10F.
             03 DED10A    PICTURE X.
           02  DED10I  PIC X(18).
           02  TOTDEDL    COMP  PIC  S9(4).
           02  TOTDEDF    PICTURE X.
           02  FILLER REDEFINES TOTDEDF.
             03 TOTDEDA    PICTURE X.
           02  TOTDEDI  PIC X(12).
           02  INSSL    COMP  PIC  S9(4).
           02  INSSF    PICTURE X.
           02  FILLER REDEFINES INSSF.
             03 INSSA    PICTURE X.
           02  INSSI  PIC X(12).
           02  IRRFL    COMP  PIC  S9(4).
           02  IRRFF    PICTURE X.
           02  FILLER REDEFINES IRRFF.
             03 IRRFA    PICTURE X.
           02  IRRFI  PIC X(12).
           02  LIQUIDOL    COMP  PIC  S9(4).
           02  LIQUIDOF    PICTURE X.
           02  FILLER REDEFINES LIQUIDOF.
             03 LIQUIDOA    PICTURE X.
           02  LIQUIDOI  PIC X(12).
           02  RETBRUL    COMP  PIC  S9(4).
           02  RETBRUF    PICTURE X.
           02  FILLER REDEFINES RETBRUF.
             03 RETBRUA    PICTURE X.
           02  RETBRUI  PIC X(12).
           02  RETLIQL    COMP  PIC  S9(4).
           02  RETLIQF    PICTURE X.
           02  FILLER REDEFINES RETLIQF.
             03 RETLIQA    PICTURE X.
           02  RETLIQI  PIC X(12).
           02  CREDITOL    COMP  PIC  S9(4).
           02  CREDITOF    PICTURE X.
           02  FILLER REDEFINES CREDITOF.
             03 CREDITOA    PICTURE X.
           02  CREDITOI  PIC X(30).
           02  ACBRUTOL    COMP  PIC  S9(4).
           02  ACBRUTOF    PICTURE X.
           02  FILLER REDEFINES ACBRUTOF.
             03 ACBRUTOA    PICTURE X.
           02  ACBRUTOI  PIC X(14).
           02  ACINSSL    COMP  PIC  S9(4).
           02  ACINSSF    PICTURE X.
           02  FILLER REDEFINES ACINSSF.
             03 ACINSSA    PICTURE X.
           02  ACINSSI  PIC X(14).
           02  ACIRRFL    COMP  PIC  S9(4).
           02  ACIRRFF    PICTURE X.
           02  FILLER REDEFINES ACIRRFF.
             03 ACIRRFA    PICTURE X.
           02  ACIRRFI  PIC X(14).
           02  ACLIQL    COMP  PIC  S9(4).
           02  ACLIQF    PICTURE X.
           02  FILLER REDEFINES ACLIQF.
             03 ACLIQA    PICTURE X.
           02  ACLIQI  PIC X(14).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPHOLO REDEFINES MAPHOLI.
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
           02  MESREFO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DEPTOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PAGTOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SALARIOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DIASO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HE50O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HE100O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  BASEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  EXTRASO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  BRUTOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DED01O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED02O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED03O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED04O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED05O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED06O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED07O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED08O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED09O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DED10O  PIC X(18).
           02  FILLER PICTURE X(3).
           02  TOTDEDO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  INSSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  IRRFO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LIQUIDOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RETBRUO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RETLIQO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CREDITOO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACBRUTOO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACINSSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACIRRFO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACLIQO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

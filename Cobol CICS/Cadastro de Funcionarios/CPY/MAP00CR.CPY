       01  MAPEMPI.
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
           02  CONTRATOL    COMP  PIC  S9(4).
           02  CONTRATOF    PICTURE X.
           02  FILLER REDEFINES CONTRATOF.
             03 CONTRATOA    PICTURE X.
           02  CONTRATOI  PIC X(6).
           02  DTQUITL    COMP  PIC  S9(4).
           02  DTQUITF    PICTURE X.
           02  FILLER REDEFINES DTQUITF.
             03 DTQUITA    PICTURE X.
           02  DTQUITI  PIC X(8).
           02  POSICAOL    COMP  PIC  S9(4).
           02  POSICAOF    PICTURE X.
           02  FILLER REDEFINES POSICAOF.
             03 POSICAOA    PICTURE X.
           02  POSICAOI  PIC X(10).
           02  CLIENTEL    COMP  PIC  S9(4).
           02  CLIENTEF    PICTURE X.
           02  FILLER REDEFINES CLIENTEF.
             03 CLIENTEA    PICTURE X.
           02  CLIENTEI  PIC X(20).
           02  PRINCIPL    COMP  PIC  S9(4).
           02  PRINCIPF    PICTURE X.
           02  FILLER REDEFINES PRINCIPF.
             03 PRINCIPA    PICTURE X.
           02  PRINCIPI  PIC X(12).
           02  TAXAL    COMP  PIC  S9(4).
           02  TAXAF    PICTURE X.
           02  FILLER REDEFINES TAXAF.
             03 TAXAA    PICTURE X.
           02  TAXAI  PIC X(5).
           02  PRAZOL    COMP  PIC  S9(4).
           02  PRAZOF    PICTURE X.
           02  FILLER REDEFINES PRAZOF.
             03 PRAZOA    PICTURE X.
           02  PRAZOI  PIC X(3).
           02  INICIOL    COMP  PIC  S9(4).
           02  INICIOF    PICTURE X.
           02  FILLER REDEFINES INICIOF.
             03 INICIOA    PICTURE X.
           02  INICIOI  PIC X(10).
           02  VENCFINL    COMP  PIC  S9(4).
           02  VENCFINF    PICTURE X.
           02  FILLER REDEFINES VENCFINF.
             03 VENCFINA    PICTURE X.
           02  VENCFINI  PIC X(10).
           02  INDICEL    COMP  PIC  S9(4).
           02  INDICEF    PICTURE X.
           02  FILLER REDEFINES INDICEF.
             03 INDICEA    PICTURE X.
           02  INDICEI  PIC X(4).
           02  SPREADL    COMP  PIC  S9(4).
           02  SPREADF    PICTURE X.
           02  FILLER REDEFINES SPREADF.
             03 SPREADA    PICTURE X.
           02  SPREADI  PIC X(5).
           02  QTVENCL    COMP  PIC  S9(4).
           02  QTVENCF    PICTURE X.
           02  FILLER REDEFINES QTVENCF.
             03 QTVENCA    PICTURE X.
           02  QTVENCI  PIC X(3).
           02  QTPAGAL    COMP  PIC  S9(4).
           02  QTPAGAF    PICTURE X.
           02  FILLER REDEFINES QTPAGAF.
             03 QTPAGAA    PICTURE X.
           02  QTPAGAI  PIC X(3).
           02  QTATRAL    COMP  PIC  S9(4).
           02  QTATRAF    PICTURE X.
           02  FILLER REDEFINES QTATRAF.
             03 QTATRAA    PICTURE X.
           02  QTATRAI  PIC X(3).
           02  VLPAGOL    COMP  PIC  S9(4).
           02  VLPAGOF    PICTURE X.
           02  FILLER REDEFINES VLPAGOF.
             03 VLPAGOA    PICTURE X.
           02  VLPAGOI  PIC X(14).
           02  VLATRAL    COMP  PIC  S9(4).
           02  VLATRAF    PICTURE X.
           02  FILLER REDEFINES VLATRAF.
             03 VLATRAA    PICTURE X.
           02  VLATRAI  PIC X(14).
           02  QTPGTOL    COMP  PIC  S9(4).
           02  QTPGTOF    PICTURE X.
           02  FILLER REDEFINES QTPGTOF.
             03 QTPGTOA    PICTURE X.
           02  QTPGTOI  PIC X(4).
           02  ULTPAGL    COMP  PIC  S9(4).
           02  ULTPAGF    PICTURE X.
           02  FILLER REDEFINES ULTPAGF.
             03 ULTPAGA    PICTURE X.
           02  ULTPAGI  PIC X(10).
           02  SALDEVL    COMP  PIC  S9(4).
           02  SALDEVF    PICTURE X.
           02  FILLER REDEFINES SALDEVF.
             03 SALDEVA    PICTURE X.
           02  SALDEVI  PIC X(12).
           02  PARCELAL    COMP  PIC  S9(4).
           02  PARCELAF    PICTURE X.
           02  FILLER REDEFINES PARCELAF.
             03 PARCELAA    PICTURE X.
           02  PARCELAI  PIC X(9).
           02  PROXVENL    COMP  PIC  S9(4).
           02  PROXVENF    PICTURE X.
           02  FILLER REDEFINES PROXVENF.
             03 PROXVENA    PICTURE X.
           02  PROXVENI  PIC X(10).
           02  REESTRL    COMP  PIC  S9(4).
           02  REESTRF    PICTURE X.
           02  FILLER REDEFINES REESTRF.
             03 REESTRA    PICTURE X.
           02  REESTRI  PIC X(40).
           02  DIASL    COMP  PIC  S9(4).
           02  DIASF    PICTURE X.
           02  FILLER REDEFINES DIASF.
             03 DIASA    PICTURE X.
           02  DIASI  PIC X(4).
           02  JUROSL    COMP  PIC  S9(4).
           02  JUROSF    PICTURE X.
           02  FILLER REDEFINES JUROSF.
             03 JUROSA    PICTURE X.
           02  JUROSI  PIC X(12).
           02  PCTTARL    COMP  PIC  S9(4).
           02  PCTTARF    PICTURE X.
           02  FILLER REDEFINES PCTTARF.
             03 PCTTARA    PICTURE X.
           02  PCTTARI  PIC X(5).
           02  TARIFAL    COMP  PIC  S9(4).
           02  TARIFAF    PICTURE X.
           02  FILLER REDEFINES TARIFAF.
             03 TARIFAA    PICTURE X.
           02  TARIFAI  PIC X(12).
           02  TOTQUITL    COMP  PIC  S9(4).
           02  TOTQUITF    PICTURE X.
           02  FILLER REDEFINES TOTQUITF.
             03 TOTQUITA    PICTURE X.
           02  TOTQUITI  PIC X(14).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  MAPEMPO REDEFINES MAPEMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HORAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CONTRATOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DTQUITO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  POSICAOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CLIENTEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRINCIPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  TAXAO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PRAZOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  INICIOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VENCFINO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  INDICEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SPREADO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  QTVENCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  QTPAGAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  QTATRAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VLPAGOO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  VLATRAO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  QTPGTOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ULTPAGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SALDEVO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PARCELAO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PROXVENO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  REESTRO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  DIASO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  JUROSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PCTTARO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TARIFAO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  TOTQUITO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).

      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625CZ.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625CZ                                     *
      *   LINGUAGEM     : COBOL/CICS                                   *
      *   OBJETIVO      : CONSULTA DE HOLERITE E ACUMULADO DO ANO      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   PELO FUNCIONARIO E O MES (MMAAAA) MOSTRA O HOLERITE GRAVADO  *
      *   PELA FOLHA EAD62560 NO HOLERIT (EAD625.PAYSLIP.KSDS, LAYOUT  *
      *   REGPSLIP): SALARIO, DIAS PAGOS, HORAS EXTRAS 50% E 100% DO   *
      *   TIMEFILE E SEU VALOR, BRUTO, CADA DESCONTO DO ENROLL,        *
      *   INSS, IRRF, LIQUIDO, RETROATIVO PAGO NO MES, AGENCIA E       *
      *   CONTA CREDITADAS E O ACUMULADO DO ANO APOS AQUELE MES.       *
      *   SO CONSULTA.  SALARIO E ASSUNTO DA FOLHA: EXIGE SIGN-ON COM  *
      *   AUTORIDADE S.  PF7/PF8 MES ANTERIOR/SEGUINTE, PF3 VOLTA AO   *
      *   MENU, PF12 ENCERRA.                                          *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       WORKING-STORAGE             SECTION.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'INICIO DA WORKING-STORAGE SECTION'.
      *----------------------------------------------------------------*

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625CZ'.

       77  WRK-RESP-CICS           PIC S9(4)  COMP     VALUE ZEROS.

       77  WRK-ABSTIME             PIC S9(15) COMP-3   VALUE ZEROS.

       77  WRK-PARAGRAFO           PIC X(30)           VALUE SPACES.

       77  WRK-MENSAGEM            PIC X(79)           VALUE SPACES.

       77  WRK-CODIGO-RETORNO      PIC ZZ9             VALUE ZEROS.

       01  WRK-MAPA-DESENHADO      PIC X(1)            VALUE SPACES.
           88  WRK-MAPA-DESENHADO-S                    VALUE 'S'.
           88  WRK-MAPA-DESENHADO-N                    VALUE 'N'.

       01  WRK-ACHOU               PIC X(1)            VALUE 'N'.
           88  WRK-ACHOU-S                             VALUE 'S'.
           88  WRK-ACHOU-N                             VALUE 'N'.

       01  WRK-CHAVE-VALIDA        PIC X(1)            VALUE 'N'.
           88  WRK-CHAVE-VALIDA-S                      VALUE 'S'.
           88  WRK-CHAVE-VALIDA-N                      VALUE 'N'.

      *----------------------------------------------------------------*
      *    REGISTRO DO ARQUIVO CONSULTADO (REGPSLIP)                   *
      *----------------------------------------------------------------*

       01  WRK-REG-HOLERIT.
           05  WRK-HO-CHAVE.
               10  WRK-HO-ID       PIC X(3)            VALUE SPACES.
               10  WRK-HO-MES-PAGTO
                                   PIC 9(6)            VALUE ZEROS.
           05  WRK-HO-DATA-PAGTO   PIC 9(8)            VALUE ZEROS.
           05  WRK-HO-NOME         PIC X(20)           VALUE SPACES.
           05  WRK-HO-DEPTO        PIC X(5)            VALUE SPACES.
           05  WRK-HO-SALARIO      PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-DIAS         PIC 9(2)            VALUE ZEROS.
           05  WRK-HO-HE50         PIC 9(3)            VALUE ZEROS.
           05  WRK-HO-HE100        PIC 9(3)            VALUE ZEROS.
           05  WRK-HO-BASE         PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-EXTRAS       PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-BRUTO        PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-QTD-DESC     PIC 9(2)            VALUE ZEROS.
           05  WRK-HO-DESCONTO     OCCURS 10 TIMES.
               10  WRK-HO-COD-DESC PIC X(4).
               10  WRK-HO-VLR-DESC PIC 9(7)V9(2).
           05  WRK-HO-TOT-DESC     PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-INSS         PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-IRRF         PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-LIQUIDO      PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-RET-BRUTO    PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-RET-LIQUIDO  PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-HO-AGENCIA      PIC X(4)            VALUE SPACES.
           05  WRK-HO-CONTA        PIC 9(5)            VALUE ZEROS.
           05  WRK-HO-DOCUMENTO    PIC 9(4)            VALUE ZEROS.
           05  WRK-HO-AC-BRUTO     PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-HO-AC-INSS      PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-HO-AC-IRRF      PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-HO-AC-LIQUIDO   PIC 9(9)V9(2)       VALUE ZEROS.
           05  FILLER              PIC X(21)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    MES DE REFERENCIA                                           *
      *----------------------------------------------------------------*

      *    MES DIGITADO MMAAAA E O MESMO MES EM AAAAMM, CHAVE DO ARQUIVO
       01  WRK-MES-ENT.
           05  WRK-ME-MES          PIC 9(2)            VALUE ZEROS.
           05  WRK-ME-ANO          PIC 9(4)            VALUE ZEROS.

       01  WRK-MES-CHAVE           PIC 9(6)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-MES-CHAVE.
           05  WRK-MC-ANO          PIC 9(4).
           05  WRK-MC-MES          PIC 9(2).

       77  WRK-ID-PESQUISA         PIC X(3)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    EDICAO DAS LINHAS DA TELA                                   *
      *----------------------------------------------------------------*

       01  WRK-DATA-EDICAO         PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DATA-EDICAO.
           05  WRK-DE-ANO          PIC 9(4).
           05  WRK-DE-MES          PIC 9(2).
           05  WRK-DE-DIA          PIC 9(2).

       01  WRK-DATA-FMT.
           05  WRK-DF-DIA          PIC 9(2)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-MES          PIC 9(2)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-ANO          PIC 9(4)            VALUE ZEROS.

       77  WRK-VALOR-FMT           PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77  WRK-TOTAL-FMT           PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-QTD-FMT             PIC ZZ9             VALUE ZEROS.
       77  WRK-DIAS-FMT            PIC Z9              VALUE ZEROS.

       77  WRK-IND-DESC            PIC 9(2)            VALUE ZEROS.

       01  WRK-LINHA-DESC.
           05  WRK-LD-CODIGO       PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(2)            VALUE SPACES.
           05  WRK-LD-VALOR        PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.

       01  WRK-LINHA-CREDITO.
           05  FILLER              PIC X(3)            VALUE 'AG '.
           05  WRK-LC-AGENCIA      PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(4)            VALUE ' CC '.
           05  WRK-LC-CONTA        PIC 9(5)            VALUE ZEROS.
           05  FILLER              PIC X(5)            VALUE ' DOC '.
           05  WRK-LC-DOCUMENTO    PIC 9(4)            VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00CZ'.
      *----------------------------------------------------------------*

           COPY MAP00CZ.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MACROS DFH'.
      *----------------------------------------------------------------*

           COPY DFHAID.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MODULO EAD625CM'.
      *----------------------------------------------------------------*

       77  WRK-MODULO              PIC X(8)            VALUE 'EAD625CM'.

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A25Y'.

       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'FINAL DA WORKING-STORAGE SECTION'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       LINKAGE                     SECTION.

       01  DFHCOMMAREA.
           05  LKG-ID-FUNC         PIC X(4).
           05  LKG-MSG             PIC X(79).
           05  LKG-USUARIO         PIC X(8).
           05  LKG-AUTORIDADE      PIC X(1).

      *================================================================*
       PROCEDURE                   DIVISION USING DFHCOMMAREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-PRINCIPAL              SECTION.
      *----------------------------------------------------------------*

       0010-PRINCIPAL.

           PERFORM 1010-INICIALIZAR

           PERFORM 2010-PROCESSAR

           PERFORM 3020-RETORNAR-CONVERSACAO
           .

       0010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR            SECTION.
      *----------------------------------------------------------------*

       1010-INICIALIZAR.

           MOVE LOW-VALUES         TO MAPHOLI

           IF  EIBCALEN            GREATER ZEROS
               MOVE LKG-USUARIO    TO WRK-USUARIO
               MOVE LKG-AUTORIDADE TO WRK-AUTORIDADE
           END-IF.

           IF  WRK-AUTORIDADE      NOT EQUAL 'C' AND
               WRK-AUTORIDADE      NOT EQUAL 'S'
               MOVE 'USUARIO SEM SIGN-ON. ENTRE PELA TRANSACAO A25S'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

      *    VALORES DE SALARIO SO PARA A EQUIPE DA FOLHA.

           IF  WRK-AUTORIDADE      NOT EQUAL 'S'
               MOVE 'SOMENTE A EQUIPE DA FOLHA CONSULTA HOLERITES'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

           IF  EIBCALEN            LESS LENGTH OF WRK-COMMAREA
               MOVE 'INFORME FUNCIONARIO E MES (MMAAAA) E <ENTER>'
                                   TO MSGO
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
           ELSE
               PERFORM 4010-RECEIVE-MAP
           END-IF
           .

       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR              SECTION.
      *----------------------------------------------------------------*

       2010-PROCESSAR.

           INSPECT IDFUNCI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT MESREFI   REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHENTER
               PERFORM 2020-VALIDAR-CHAVE
               IF  WRK-CHAVE-VALIDA-S
                   PERFORM 2030-CONSULTAR-HOLERITE
               END-IF

             WHEN DFHPF7
               PERFORM 2020-VALIDAR-CHAVE
               IF  WRK-CHAVE-VALIDA-S
                   IF  WRK-MC-MES  EQUAL 1
                       MOVE 12     TO WRK-MC-MES
                       SUBTRACT 1  FROM WRK-MC-ANO
                   ELSE
                       SUBTRACT 1  FROM WRK-MC-MES
                   END-IF
                   PERFORM 2030-CONSULTAR-HOLERITE
               END-IF

             WHEN DFHPF8
               PERFORM 2020-VALIDAR-CHAVE
               IF  WRK-CHAVE-VALIDA-S
                   IF  WRK-MC-MES  EQUAL 12
                       MOVE 1      TO WRK-MC-MES
                       ADD 1       TO WRK-MC-ANO
                   ELSE
                       ADD 1       TO WRK-MC-MES
                   END-IF
                   PERFORM 2030-CONSULTAR-HOLERITE
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-VALIDAR-CHAVE.

           SET WRK-CHAVE-VALIDA-N  TO TRUE

           EVALUATE TRUE
             WHEN IDFUNCI          EQUAL SPACES OR
                  MESREFI          EQUAL SPACES
               MOVE 'INFORME FUNCIONARIO E MES (MMAAAA) E <ENTER>'
                                   TO MSGO

             WHEN MESREFI          NOT NUMERIC
               MOVE 'MES DE REFERENCIA DEVE SER MMAAAA'
                                   TO MSGO

             WHEN OTHER
               MOVE MESREFI        TO WRK-MES-ENT
               IF  WRK-ME-MES      LESS 1 OR
                   WRK-ME-MES      GREATER 12 OR
                   WRK-ME-ANO      EQUAL ZEROS
                   MOVE 'MES DE REFERENCIA INVALIDO'
                                   TO MSGO
               ELSE
                   MOVE IDFUNCI    TO WRK-ID-PESQUISA
                   MOVE WRK-ME-ANO TO WRK-MC-ANO
                   MOVE WRK-ME-MES TO WRK-MC-MES
                   SET WRK-CHAVE-VALIDA-S
                                   TO TRUE
               END-IF
           END-EVALUATE
           .

       2020-EXIT.
           EXIT.

       2030-CONSULTAR-HOLERITE.

      *    O MES CONSULTADO VOLTA PARA A TELA, PARA O PF7/PF8
      *    SEGUINTE PARTIR DELE.

           MOVE WRK-MC-MES         TO WRK-ME-MES
           MOVE WRK-MC-ANO         TO WRK-ME-ANO
           MOVE WRK-MES-ENT        TO MESREFO
           MOVE WRK-ID-PESQUISA    TO IDFUNCO

           PERFORM 2040-LIMPAR-TELA
           PERFORM 5010-LER-HOLERIT

           IF  WRK-ACHOU-S
               PERFORM 2050-MOVER-HOLERITE
               MOVE 'HOLERITE DO MES. PF7/PF8 MES ANTERIOR/SEGUINTE'
                                   TO MSGO
           END-IF
           .

       2030-EXIT.
           EXIT.

       2040-LIMPAR-TELA.

           MOVE SPACES             TO NOMEO DEPTOO PAGTOO SALARIOO
                                      DIASO HE50O HE100O BASEO
                                      EXTRASO BRUTOO TOTDEDO INSSO
                                      IRRFO LIQUIDOO RETBRUO RETLIQO
                                      CREDITOO ACBRUTOO ACINSSO
                                      ACIRRFO ACLIQO
                                      DED01O DED02O DED03O DED04O
                                      DED05O DED06O DED07O DED08O
                                      DED09O DED10O
           .

       2040-EXIT.
           EXIT.

       2050-MOVER-HOLERITE.

           MOVE WRK-HO-NOME        TO NOMEO
           MOVE WRK-HO-DEPTO       TO DEPTOO

           MOVE WRK-HO-DATA-PAGTO  TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO PAGTOO

           MOVE WRK-HO-SALARIO     TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO SALARIOO

           MOVE WRK-HO-DIAS        TO WRK-DIAS-FMT
           MOVE WRK-DIAS-FMT       TO DIASO

           MOVE WRK-HO-HE50        TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO HE50O

           MOVE WRK-HO-HE100       TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO HE100O

           MOVE WRK-HO-BASE        TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO BASEO

           MOVE WRK-HO-EXTRAS      TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO EXTRASO

           MOVE WRK-HO-BRUTO       TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO BRUTOO

           PERFORM 2060-MOVER-DESCONTO
             VARYING WRK-IND-DESC FROM 1 BY 1
             UNTIL WRK-IND-DESC    GREATER WRK-HO-QTD-DESC

           MOVE WRK-HO-TOT-DESC    TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO TOTDEDO

           MOVE WRK-HO-INSS        TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO INSSO

           MOVE WRK-HO-IRRF        TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO IRRFO

           MOVE WRK-HO-LIQUIDO     TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO LIQUIDOO

           MOVE WRK-HO-RET-BRUTO   TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO RETBRUO

           MOVE WRK-HO-RET-LIQUIDO TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO RETLIQO

           MOVE WRK-HO-AGENCIA     TO WRK-LC-AGENCIA
           MOVE WRK-HO-CONTA       TO WRK-LC-CONTA
           MOVE WRK-HO-DOCUMENTO   TO WRK-LC-DOCUMENTO
           MOVE WRK-LINHA-CREDITO  TO CREDITOO

           MOVE WRK-HO-AC-BRUTO    TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO ACBRUTOO

           MOVE WRK-HO-AC-INSS     TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO ACINSSO

           MOVE WRK-HO-AC-IRRF     TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO ACIRRFO

           MOVE WRK-HO-AC-LIQUIDO  TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO ACLIQO
           .

       2050-EXIT.
           EXIT.

       2060-MOVER-DESCONTO.

           MOVE WRK-HO-COD-DESC(WRK-IND-DESC)
                                   TO WRK-LD-CODIGO
           MOVE WRK-HO-VLR-DESC(WRK-IND-DESC)
                                   TO WRK-LD-VALOR

           EVALUATE WRK-IND-DESC
             WHEN 1
               MOVE WRK-LINHA-DESC TO DED01O
             WHEN 2
               MOVE WRK-LINHA-DESC TO DED02O
             WHEN 3
               MOVE WRK-LINHA-DESC TO DED03O
             WHEN 4
               MOVE WRK-LINHA-DESC TO DED04O
             WHEN 5
               MOVE WRK-LINHA-DESC TO DED05O
             WHEN 6
               MOVE WRK-LINHA-DESC TO DED06O
             WHEN 7
               MOVE WRK-LINHA-DESC TO DED07O
             WHEN 8
               MOVE WRK-LINHA-DESC TO DED08O
             WHEN 9
               MOVE WRK-LINHA-DESC TO DED09O
             WHEN 10
               MOVE WRK-LINHA-DESC TO DED10O
           END-EVALUATE
           .

       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR              SECTION.
      *----------------------------------------------------------------*

       3010-FINALIZAR.

           EXEC CICS
               RETURN
           END-EXEC
           .

       3010-EXIT.
           EXIT.

       3020-RETORNAR-CONVERSACAO.

           EXEC CICS
               RETURN
               TRANSID (WRK-TRANSACAO)
               COMMAREA(WRK-COMMAREA)
               LENGTH  (LENGTH OF WRK-COMMAREA)
           END-EXEC
           .

       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-EXEC-CICS              SECTION.
      *----------------------------------------------------------------*

       4010-RECEIVE-MAP.

           MOVE '4010-RECEIVE-MAP' TO WRK-PARAGRAFO

           EXEC CICS RECEIVE
               MAP    ('MAPHOL')
               MAPSET ('MAP00CZ')
               INTO   (MAPHOLI)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-MAPA-DESENHADO-S
                                   TO TRUE
             WHEN DFHRESP(MAPFAIL)
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       4010-EXIT.
           EXIT.

       4020-SEND-MAP.

           MOVE '4020-SEND-MAP'    TO WRK-PARAGRAFO

           MOVE 'A25Y'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00CZ')
                   MAP    ('MAPHOL')
                   FROM   (MAPHOLO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00CZ')
                   MAP    ('MAPHOL')
                   ERASE
                   FROM   (MAPHOLO)
                   RESP(WRK-RESP-CICS)
               END-EXEC
           END-EVALUATE

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       4020-EXIT.
           EXIT.

       4030-FORMATTIME.

           PERFORM 4040-ASKTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               DDMMYYYY (DATAO)
               DATESEP  ('/')
               TIME     (HORAO)
               TIMESEP  (':')
               RESP    (WRK-RESP-CICS)
           END-EXEC
           .

       4030-EXIT.
           EXIT.

       4040-ASKTIME.

           EXEC CICS ASKTIME
               ABSTIME (WRK-ABSTIME)
           END-EXEC
           .

       4040-EXIT.
           EXIT.

       4050-ACIONAR-MODULO.

           MOVE '4050-ACIONAR-MODULO'
                                   TO WRK-PARAGRAFO

           EXEC CICS XCTL
               PROGRAM  (WRK-MODULO)
               COMMAREA (WRK-COMMAREA)
               RESP     (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(PGMIDERR)
               STRING 'MODULO DE CARGA ' WRK-MODULO ' NAO ENCONTRADO'
               DELIMITED BY SIZE INTO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       4050-EXIT.
           EXIT.

       4060-SEND-TEXT.

           MOVE '4060-SEND-TEXT'   TO WRK-PARAGRAFO

           EXEC CICS SEND TEXT
               FROM (WRK-MENSAGEM)
               LENGTH(LENGTH OF WRK-MENSAGEM)
               ERASE
               FREEKB
           END-EXEC

           PERFORM 3010-FINALIZAR
           .

       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       5010-LER-HOLERIT.

           MOVE '5010-LER-HOLERIT' TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           MOVE WRK-ID-PESQUISA    TO WRK-HO-ID
           MOVE WRK-MES-CHAVE      TO WRK-HO-MES-PAGTO

           EXEC CICS READ
               FILE   ('HOLERIT')
               INTO   (WRK-REG-HOLERIT)
               RIDFLD (WRK-HO-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'NAO HA HOLERITE DO FUNCIONARIO NESTE MES'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-MONTAGEM               SECTION.
      *----------------------------------------------------------------*

       6010-FORMATAR-DATA.

           IF  WRK-DATA-EDICAO     EQUAL ZEROS
               MOVE ZEROS          TO WRK-DF-DIA
                                      WRK-DF-MES
                                      WRK-DF-ANO
           ELSE
               MOVE WRK-DE-DIA     TO WRK-DF-DIA
               MOVE WRK-DE-MES     TO WRK-DF-MES
               MOVE WRK-DE-ANO     TO WRK-DF-ANO
           END-IF
           .

       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-TRATAMENTO-ERROS       SECTION.
      *----------------------------------------------------------------*

       9010-ERRO-CICS.

           STRING 'ERRO DE ACESSO AO CICS. '
                  'EIBRESP: (' WRK-CODIGO-RETORNO ') '
                  WRK-PARAGRAFO
           DELIMITED BY SIZE INTO WRK-MENSAGEM

           PERFORM 4060-SEND-TEXT
           .

       9010-EXIT.
           EXIT.

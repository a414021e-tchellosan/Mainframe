      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625C3.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625C3                                     *
      *   LINGUAGEM     : COBOL/CICS + DB2                             *
      *   OBJETIVO      : FILA DE APROVACAO DE FERIAS DO SUPERVISOR    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   MOSTRA O PRIMEIRO PEDIDO PENDENTE (SITUACAO P) DO FERPED     *
      *   (EAD625.FERPED.KSDS, LAYOUT REGFERPD), NA ORDEM DA CHAVE     *
      *   FUNCIONARIO + INICIO, GRAVADO PELA SOLICITACAO EAD625C2.     *
      *   ACAO A = APROVA, R = REJEITA; A DECISAO FICA NO PROPRIO      *
      *   PEDIDO (SUPERVISOR E DATA) E VAI PARA O JORNAL               *
      *   EAD625.AUDIT_LOG.  A APROVACAO RECONFERE O SALDO DO VSFER    *
      *   CONTRA OS OUTROS PEDIDOS JA APROVADOS E NAO LANCADOS, E O    *
      *   SOLICITANTE NAO APROVA O PROPRIO PEDIDO.  O BATCH EAD62666   *
      *   LANCA OS APROVADOS NO ABSEVENT DO PROXIMO PERIODO.  PF8      *
      *   PULA PARA A PROXIMA PENDENCIA, PF3 VOLTA AO MENU, PF12       *
      *   ENCERRA.  SOMENTE SUPERVISORES (AUTORIDADE S).               *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625C3'.

       77  WRK-RESP-CICS           PIC S9(4)  COMP     VALUE ZEROS.

       77  WRK-ABSTIME             PIC S9(15) COMP-3   VALUE ZEROS.

       77  WRK-PARAGRAFO           PIC X(30)           VALUE SPACES.

       77  WRK-MENSAGEM            PIC X(79)           VALUE SPACES.

       77  WRK-CODIGO-RETORNO      PIC ZZ9             VALUE ZEROS.

       01  WRK-MAPA-DESENHADO      PIC X(1)            VALUE SPACES.
           88  WRK-MAPA-DESENHADO-S                    VALUE 'S'.
           88  WRK-MAPA-DESENHADO-N                    VALUE 'N'.

       77  WRK-FMT-SQLCODE         PIC -9(3)           VALUE ZEROS.

       01  WRK-ACHOU               PIC X(1)            VALUE 'N'.
           88  WRK-ACHOU-S                             VALUE 'S'.
           88  WRK-ACHOU-N                             VALUE 'N'.

       01  WRK-FIM-BROWSE          PIC X(1)            VALUE 'N'.
           88  WRK-FIM-BROWSE-S                        VALUE 'S'.
           88  WRK-FIM-BROWSE-N                        VALUE 'N'.

       01  WRK-PULAR-ATUAL         PIC X(1)            VALUE 'N'.
           88  WRK-PULAR-ATUAL-S                       VALUE 'S'.
           88  WRK-PULAR-ATUAL-N                       VALUE 'N'.

       01  WRK-DIA-UTIL            PIC X(1)            VALUE 'N'.
           88  WRK-DIA-UTIL-S                          VALUE 'S'.
           88  WRK-DIA-UTIL-N                          VALUE 'N'.

      *    DECISAO TOMADA NESTA INTERACAO ('APROVADO'/'REJEITADO')
       77  WRK-DECISAO             PIC X(9)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTROS DOS ARQUIVOS                                      *
      *----------------------------------------------------------------*

       01  WRK-REG-VS001.
           05  WRK-VS-ID           PIC X(3)            VALUE SPACES.
           05  WRK-VS-NOME         PIC X(20)           VALUE SPACES.
           05  WRK-VS-DEPT         PIC X(5)            VALUE SPACES.
           05  WRK-VS-SALARIO      PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-VS-ADMISSAO     PIC 9(8)            VALUE ZEROS.
           05  WRK-VS-SITUACAO     PIC X(1)            VALUE SPACES.
           05  WRK-VS-AGENCIA      PIC X(4)            VALUE SPACES.
           05  WRK-VS-CONTA        PIC 9(5)            VALUE ZEROS.

       01  WRK-REG-VSFER.
           05  WRK-FE-ID           PIC X(3)            VALUE SPACES.
           05  WRK-FE-ACUMULADO    PIC 9(3)            VALUE ZEROS.
           05  WRK-FE-GOZADO       PIC 9(3)            VALUE ZEROS.
           05  WRK-FE-SALDO        PIC 9(3)            VALUE ZEROS.
           05  WRK-FE-LICENCAS     PIC 9(3)            VALUE ZEROS.

      *    PEDIDO DE FERIAS (REGFERPD)
       01  WRK-REG-FERPED.
           05  WRK-FP-CHAVE.
               10  WRK-FP-ID       PIC X(3)            VALUE SPACES.
               10  WRK-FP-INICIO   PIC 9(8)            VALUE ZEROS.
           05  WRK-FP-TIPO         PIC X(1)            VALUE SPACES.
           05  WRK-FP-DIAS         PIC 9(2)            VALUE ZEROS.
           05  WRK-FP-DEPT         PIC X(5)            VALUE SPACES.
           05  WRK-FP-SITUACAO     PIC X(1)            VALUE SPACES.
               88  WRK-FP-PENDENTE                     VALUE 'P'.
               88  WRK-FP-APROVADO                     VALUE 'A'.
               88  WRK-FP-REJEITADO                    VALUE 'R'.
               88  WRK-FP-LANCADO                      VALUE 'E'.
           05  WRK-FP-SOLICITANTE  PIC X(8)            VALUE SPACES.
           05  WRK-FP-DATA-PEDIDO  PIC 9(8)            VALUE ZEROS.
           05  WRK-FP-APROVADOR    PIC X(8)            VALUE SPACES.
           05  WRK-FP-DATA-DECISAO PIC 9(8)            VALUE ZEROS.
           05  WRK-FP-DATA-LANCTO  PIC 9(8)            VALUE ZEROS.
           05  FILLER              PIC X(20)           VALUE SPACES.

      *    OUTROS PEDIDOS DO FUNCIONARIO, LIDOS NA SOMA DOS APROVADOS
       01  WRK-REG-OUTRO.
           05  WRK-OU-CHAVE.
               10  WRK-OU-ID       PIC X(3)            VALUE SPACES.
               10  WRK-OU-INICIO   PIC 9(8)            VALUE ZEROS.
           05  WRK-OU-TIPO         PIC X(1)            VALUE SPACES.
           05  WRK-OU-DIAS         PIC 9(2)            VALUE ZEROS.
           05  WRK-OU-DEPT         PIC X(5)            VALUE SPACES.
           05  WRK-OU-SITUACAO     PIC X(1)            VALUE SPACES.
               88  WRK-OU-APROVADO                     VALUE 'A'.
           05  FILLER              PIC X(60)           VALUE SPACES.

       01  WRK-REG-HOLIDAYS.
           05  WRK-HO-DATE         PIC 9(8)            VALUE ZEROS.
           05  WRK-HO-NAME         PIC X(20)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    CHAVES, DATAS E SALDO                                       *
      *----------------------------------------------------------------*

       01  WRK-CHAVE-BUSCA         PIC X(11)           VALUE LOW-VALUES.

       01  WRK-HOJE                PIC X(8)            VALUE SPACES.
       01  WRK-HOJE-N              REDEFINES WRK-HOJE
                                   PIC 9(8).

       77  WRK-INT-TRABALHO        PIC 9(7)            VALUE ZEROS.
       77  WRK-DATA-TRABALHO       PIC 9(8)            VALUE ZEROS.
       77  WRK-DIA-SEMANA          PIC 9(1)            VALUE ZEROS.

       77  WRK-DIAS-APROVADOS      PIC 9(3)            VALUE ZEROS.
       77  WRK-DISPONIVEL          PIC S9(3)           VALUE ZEROS.

       77  WRK-JRN-TERMINAL        PIC X(4)            VALUE SPACES.
       77  WRK-JRN-ID-FUNC         PIC X(4)            VALUE SPACES.
       77  WRK-JRN-CAMPO           PIC X(10)           VALUE
           'FERIAS-SIT'.
       77  WRK-JRN-ANTES           PIC X(30)           VALUE SPACES.
       77  WRK-JRN-DEPOIS          PIC X(30)           VALUE SPACES.

       01  WRK-JRN-IMAGEM.
           05  WRK-JI-INICIO       PIC 9(8)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-JI-DIAS         PIC 9(2)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-JI-SITUACAO     PIC X(1)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    EDICAO DA TELA                                              *
      *----------------------------------------------------------------*

       01  WRK-DATA-EDICAO         PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DATA-EDICAO.
           05  WRK-ED-ANO          PIC 9(4).
           05  WRK-ED-MES          PIC 9(2).
           05  WRK-ED-DIA          PIC 9(2).

       01  WRK-DATA-FMT.
           05  WRK-DF-DIA          PIC 9(2)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-MES          PIC 9(2)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-ANO          PIC 9(4)            VALUE ZEROS.

       77  WRK-QTD-FMT             PIC ZZ9             VALUE ZEROS.
       77  WRK-DIAS-FMT            PIC Z9              VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00C3'.
      *----------------------------------------------------------------*

           COPY MAP00C3.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A253'.

      *    A CHAVE DO PEDIDO EXIBIDO VIAJA NA COMMAREA: A ACAO SEMPRE
      *    RELE O PEDIDO POR ELA, NUNCA PELO QUE ESTA NA TELA.
       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.
           05  WRK-CHAVE-ATUAL     PIC X(11)           VALUE LOW-VALUES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM DB2'.
      *----------------------------------------------------------------*

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

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
           05  LKG-FASE            PIC X(1).
           05  LKG-CHAVE-ATUAL     PIC X(11).

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

           MOVE LOW-VALUES         TO MAPAPFI

           IF  EIBCALEN            GREATER ZEROS
               MOVE LKG-USUARIO    TO WRK-USUARIO
               MOVE LKG-AUTORIDADE TO WRK-AUTORIDADE
           ELSE
               MOVE 'EFETUE O SIGN-ON PELA TRANSACAO A25S'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

           IF  WRK-AUTORIDADE      NOT EQUAL 'S'
               MOVE 'SOMENTE SUPERVISORES PODEM APROVAR'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

           IF  EIBCALEN            LESS LENGTH OF WRK-COMMAREA
               MOVE LOW-VALUES     TO WRK-CHAVE-ATUAL
               SET WRK-PULAR-ATUAL-N
                                   TO TRUE
               PERFORM 5010-BUSCAR-PENDENCIA
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
           ELSE
               MOVE LKG-CHAVE-ATUAL
                                   TO WRK-CHAVE-ATUAL
               PERFORM 4010-RECEIVE-MAP
           END-IF
           .

       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR              SECTION.
      *----------------------------------------------------------------*

       2010-PROCESSAR.

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHPF8
               SET WRK-PULAR-ATUAL-S
                                   TO TRUE
               PERFORM 5010-BUSCAR-PENDENCIA

             WHEN DFHENTER
               PERFORM 2020-TRATAR-ACAO

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-TRATAR-ACAO.

      *    O PEDIDO DECIDIDO E SEMPRE O DA CHAVE GUARDADA NA
      *    COMMAREA (O EXIBIDO); A AUTORIDADE E RECONFERIDA AQUI.

           INSPECT ACAOI REPLACING ALL LOW-VALUES BY SPACES

           MOVE SPACES             TO WRK-DECISAO
           SET WRK-PULAR-ATUAL-N   TO TRUE

           EVALUATE TRUE
             WHEN WRK-AUTORIDADE   NOT EQUAL 'S'
               MOVE 'SOMENTE SUPERVISORES PODEM APROVAR'
                                   TO MSGO

             WHEN WRK-CHAVE-ATUAL  EQUAL LOW-VALUES
               PERFORM 5010-BUSCAR-PENDENCIA

             WHEN ACAOI            EQUAL 'A'
               PERFORM 5020-APROVAR-PEDIDO

             WHEN ACAOI            EQUAL 'R'
               PERFORM 5050-REJEITAR-PEDIDO

             WHEN OTHER
               MOVE 'INFORME A = APROVAR OU R = REJEITAR'
                                   TO MSGO
           END-EVALUATE

           IF  WRK-DECISAO         NOT EQUAL SPACES
               PERFORM 5010-BUSCAR-PENDENCIA
               MOVE SPACES         TO MSGO
               IF  WRK-ACHOU-S
                   STRING 'PEDIDO '        DELIMITED BY SIZE
                          WRK-DECISAO      DELIMITED BY SPACE
                          '. INFORME A OU R PARA O PROXIMO DA FILA'
                                           DELIMITED BY SIZE
                   INTO MSGO
               ELSE
                   STRING 'PEDIDO '        DELIMITED BY SIZE
                          WRK-DECISAO      DELIMITED BY SPACE
                          '. NENHUMA OUTRA PENDENCIA NA FILA'
                                           DELIMITED BY SIZE
                   INTO MSGO
               END-IF
           END-IF
           .

       2020-EXIT.
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
               MAP    ('MAPAPF')
               MAPSET ('MAP00C3')
               INTO   (MAPAPFI)
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

           MOVE 'A253'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00C3')
                   MAP    ('MAPAPF')
                   FROM   (MAPAPFO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00C3')
                   MAP    ('MAPAPF')
                   ERASE
                   FROM   (MAPAPFO)
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

       4070-DATA-HOJE.

           PERFORM 4040-ASKTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               YYYYMMDD (WRK-HOJE)
               RESP     (WRK-RESP-CICS)
           END-EXEC
           .

       4070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-PENDENCIAS             SECTION.
      *----------------------------------------------------------------*

       5010-BUSCAR-PENDENCIA.

      *    PROCURA A PARTIR DO PEDIDO ATUAL (PULANDO-O NO PF8); NO
      *    FIM DO ARQUIVO RECOMECA DO INICIO, PARA A FILA GIRAR.

           MOVE '5010-BUSCAR-PENDENCIA'
                                   TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           MOVE WRK-CHAVE-ATUAL    TO WRK-CHAVE-BUSCA
           PERFORM 5015-PERCORRER-FILA

           IF  WRK-ACHOU-N AND
               WRK-CHAVE-ATUAL     NOT EQUAL LOW-VALUES
               MOVE LOW-VALUES     TO WRK-CHAVE-BUSCA
               SET WRK-PULAR-ATUAL-N
                                   TO TRUE
               PERFORM 5015-PERCORRER-FILA
           END-IF

           IF  WRK-ACHOU-S
               MOVE WRK-FP-CHAVE   TO WRK-CHAVE-ATUAL
               PERFORM 6020-MOSTRAR-PEDIDO
           ELSE
               MOVE LOW-VALUES     TO WRK-CHAVE-ATUAL
               MOVE SPACES         TO IDFUNCO NOMEO DEPTOO INICIOO
                                      DIASO RETORNOO SALDOO COMPROO
                                      SOLICO DTSOLICO ACAOO
               MOVE 'NENHUMA PENDENCIA NA FILA'
                                   TO MSGO
           END-IF
           .

       5010-EXIT.
           EXIT.

       5015-PERCORRER-FILA.

           SET WRK-FIM-BROWSE-N    TO TRUE

           MOVE WRK-CHAVE-BUSCA    TO WRK-FP-CHAVE

           EXEC CICS STARTBR
               FILE   ('FERPED')
               RIDFLD (WRK-FP-CHAVE)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               PERFORM 5016-LER-PROXIMO-PEDIDO
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE ('FERPED')
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5015-EXIT.
           EXIT.

       5016-LER-PROXIMO-PEDIDO.

           EXEC CICS READNEXT
               FILE   ('FERPED')
               INTO   (WRK-REG-FERPED)
               RIDFLD (WRK-FP-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-FP-PENDENTE
                   IF  WRK-PULAR-ATUAL-S AND
                       WRK-FP-CHAVE
                                   EQUAL WRK-CHAVE-ATUAL
                       CONTINUE
                   ELSE
                       SET WRK-ACHOU-S
                                   TO TRUE
                       SET WRK-FIM-BROWSE-S
                                   TO TRUE
                   END-IF
               END-IF
             WHEN DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-S
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5016-EXIT.
           EXIT.

       5020-APROVAR-PEDIDO.

      *    O SALDO E CONFERIDO ANTES DE TRAVAR O PEDIDO, PARA O
      *    BROWSE DOS OUTROS PEDIDOS NAO ESBARRAR NA PROPRIA TRAVA.

           MOVE '5020-APROVAR-PEDIDO'
                                   TO WRK-PARAGRAFO

           PERFORM 5060-LER-PEDIDO

           EVALUATE TRUE
             WHEN WRK-ACHOU-N
               CONTINUE

             WHEN NOT WRK-FP-PENDENTE
               MOVE 'PEDIDO JA DECIDIDO POR OUTRO SUPERVISOR'
                                   TO MSGO

             WHEN WRK-FP-SOLICITANTE
                                   EQUAL WRK-USUARIO
               MOVE 'O SOLICITANTE NAO PODE APROVAR O PROPRIO PEDIDO'
                                   TO MSGO

             WHEN OTHER
               PERFORM 5030-SOMAR-APROVADOS
               PERFORM 5040-LER-VSFER
               COMPUTE WRK-DISPONIVEL =
                   WRK-FE-SALDO - WRK-DIAS-APROVADOS
               IF  WRK-DISPONIVEL  LESS ZEROS
                   MOVE ZEROS      TO WRK-DISPONIVEL
               END-IF
               IF  WRK-FP-DIAS     GREATER WRK-DISPONIVEL
                   MOVE WRK-DISPONIVEL
                                   TO WRK-QTD-FMT
                   STRING 'SALDO INSUFICIENTE PARA APROVAR. '
                          'DISPONIVEL: ' WRK-QTD-FMT ' DIAS'
                   DELIMITED BY SIZE INTO MSGO
               ELSE
                   PERFORM 5070-DECIDIR-PEDIDO
               END-IF
           END-EVALUATE
           .

       5020-EXIT.
           EXIT.

       5030-SOMAR-APROVADOS.

      *    APROVADOS AINDA NAO LANCADOS NO ABSEVENT NAO ESTAO NO
      *    SALDO DO VSFER DO ULTIMO FECHAMENTO.

           MOVE '5030-SOMAR-APROVADOS'
                                   TO WRK-PARAGRAFO

           MOVE ZEROS              TO WRK-DIAS-APROVADOS
           SET WRK-FIM-BROWSE-N    TO TRUE

           MOVE WRK-FP-ID          TO WRK-OU-ID
           MOVE ZEROS              TO WRK-OU-INICIO

           EXEC CICS STARTBR
               FILE   ('FERPED')
               RIDFLD (WRK-OU-CHAVE)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               PERFORM 5035-LER-PROXIMO-OUTRO
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE ('FERPED')
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5030-EXIT.
           EXIT.

       5035-LER-PROXIMO-OUTRO.

           EXEC CICS READNEXT
               FILE   ('FERPED')
               INTO   (WRK-REG-OUTRO)
               RIDFLD (WRK-OU-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-OU-ID       NOT EQUAL WRK-FP-ID
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   IF  WRK-OU-APROVADO
                       ADD WRK-OU-DIAS
                                   TO WRK-DIAS-APROVADOS
                   END-IF
               END-IF
             WHEN DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-S
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5035-EXIT.
           EXIT.

       5040-LER-VSFER.

           MOVE '5040-LER-VSFER'   TO WRK-PARAGRAFO

           MOVE WRK-FP-ID          TO WRK-FE-ID

           EXEC CICS READ
               FILE   ('VSFER')
               INTO   (WRK-REG-VSFER)
               RIDFLD (WRK-FE-ID)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE ZEROS          TO WRK-FE-SALDO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5040-EXIT.
           EXIT.

       5050-REJEITAR-PEDIDO.

           MOVE '5050-REJEITAR-PEDIDO'
                                   TO WRK-PARAGRAFO

           PERFORM 5060-LER-PEDIDO

           EVALUATE TRUE
             WHEN WRK-ACHOU-N
               CONTINUE

             WHEN NOT WRK-FP-PENDENTE
               MOVE 'PEDIDO JA DECIDIDO POR OUTRO SUPERVISOR'
                                   TO MSGO

             WHEN OTHER
               PERFORM 5070-DECIDIR-PEDIDO
           END-EVALUATE
           .

       5050-EXIT.
           EXIT.

       5060-LER-PEDIDO.

           MOVE '5060-LER-PEDIDO'  TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           MOVE WRK-CHAVE-ATUAL    TO WRK-FP-CHAVE

           EXEC CICS READ
               FILE   ('FERPED')
               INTO   (WRK-REG-FERPED)
               RIDFLD (WRK-FP-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'PEDIDO NAO ENCONTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5060-EXIT.
           EXIT.

       5070-DECIDIR-PEDIDO.

      *    RELE COM TRAVA E SO GRAVA SE O PEDIDO AINDA ESTIVER
      *    PENDENTE (OUTRO SUPERVISOR PODE TER DECIDIDO ANTES).

           MOVE '5070-DECIDIR-PEDIDO'
                                   TO WRK-PARAGRAFO

           MOVE WRK-CHAVE-ATUAL    TO WRK-FP-CHAVE

           EXEC CICS READ
               FILE   ('FERPED')
               INTO   (WRK-REG-FERPED)
               RIDFLD (WRK-FP-CHAVE)
               UPDATE
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'PEDIDO NAO ENCONTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           IF  WRK-RESP-CICS       EQUAL DFHRESP(NORMAL)
               IF  WRK-FP-PENDENTE
                   PERFORM 5080-REGRAVAR-PEDIDO
               ELSE
                   EXEC CICS UNLOCK
                       FILE ('FERPED')
                       RESP (WRK-RESP-CICS)
                   END-EXEC
                   MOVE 'PEDIDO JA DECIDIDO POR OUTRO SUPERVISOR'
                                   TO MSGO
               END-IF
           END-IF
           .

       5070-EXIT.
           EXIT.

       5080-REGRAVAR-PEDIDO.

           MOVE '5080-REGRAVAR-PEDIDO'
                                   TO WRK-PARAGRAFO

           PERFORM 4070-DATA-HOJE

           MOVE WRK-FP-INICIO      TO WRK-JI-INICIO
           MOVE WRK-FP-DIAS        TO WRK-JI-DIAS
           MOVE WRK-FP-SITUACAO    TO WRK-JI-SITUACAO
           MOVE WRK-JRN-IMAGEM     TO WRK-JRN-ANTES

           IF  ACAOI               EQUAL 'A'
               SET WRK-FP-APROVADO TO TRUE
           ELSE
               SET WRK-FP-REJEITADO
                                   TO TRUE
           END-IF

           MOVE WRK-USUARIO        TO WRK-FP-APROVADOR
           MOVE WRK-HOJE-N         TO WRK-FP-DATA-DECISAO

           EXEC CICS REWRITE
               FILE   ('FERPED')
               FROM   (WRK-REG-FERPED)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               MOVE WRK-FP-SITUACAO
                                   TO WRK-JI-SITUACAO
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-DEPOIS
               PERFORM 7010-GRAVAR-JORNAL
               IF  WRK-FP-APROVADO
                   MOVE 'APROVADO' TO WRK-DECISAO
               ELSE
                   MOVE 'REJEITADO'
                                   TO WRK-DECISAO
               END-IF
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5080-EXIT.
           EXIT.

       5090-LER-VS001.

           MOVE '5090-LER-VS001'   TO WRK-PARAGRAFO

           MOVE WRK-FP-ID          TO WRK-VS-ID

           EXEC CICS READ
               FILE   ('VS001')
               INTO   (WRK-REG-VS001)
               RIDFLD (WRK-VS-ID)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE SPACES         TO WRK-VS-NOME
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5090-EXIT.
           EXIT.

       5095-LER-HOLIDAYS.

           MOVE '5095-LER-HOLIDAYS'
                                   TO WRK-PARAGRAFO

           MOVE WRK-DATA-TRABALHO  TO WRK-HO-DATE

           EXEC CICS READ
               FILE   ('HOLIDAYS')
               INTO   (WRK-REG-HOLIDAYS)
               RIDFLD (WRK-HO-DATE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-DIA-UTIL-N  TO TRUE
             WHEN DFHRESP(NOTFND)
               SET WRK-DIA-UTIL-S  TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5095-EXIT.
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
               MOVE WRK-ED-DIA     TO WRK-DF-DIA
               MOVE WRK-ED-MES     TO WRK-DF-MES
               MOVE WRK-ED-ANO     TO WRK-DF-ANO
           END-IF
           .

       6010-EXIT.
           EXIT.

       6020-MOSTRAR-PEDIDO.

      *    O SALDO MOSTRADO E O DO VSFER; COMPROMETIDO SAO OS OUTROS
      *    PEDIDOS JA APROVADOS QUE O PROXIMO FECHAMENTO VAI LANCAR.

           PERFORM 5090-LER-VS001
           PERFORM 5040-LER-VSFER
           PERFORM 5030-SOMAR-APROVADOS

           MOVE WRK-FP-ID          TO IDFUNCO
           MOVE WRK-VS-NOME        TO NOMEO
           MOVE WRK-FP-DEPT        TO DEPTOO

           MOVE WRK-FP-INICIO      TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO INICIOO

           MOVE WRK-FP-DIAS        TO WRK-DIAS-FMT
           MOVE WRK-DIAS-FMT       TO DIASO

           PERFORM 6040-CALCULAR-RETORNO
           MOVE WRK-DATA-TRABALHO  TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO RETORNOO

           MOVE WRK-FE-SALDO       TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO SALDOO

           MOVE WRK-DIAS-APROVADOS TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO COMPROO

           MOVE WRK-FP-SOLICITANTE TO SOLICO

           MOVE WRK-FP-DATA-PEDIDO TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO DTSOLICO

           MOVE SPACES             TO ACAOO

           MOVE 'INFORME A OU R E <ENTER>'
                                   TO MSGO
           .

       6020-EXIT.
           EXIT.

       6030-VERIFICAR-DIA-UTIL.

      *    MESMA REGRA DO EAD62544: MOD(INTEIRO - 1, 7) + 1 DA
      *    1=SEGUNDA .. 7=DOMINGO.

           COMPUTE WRK-INT-TRABALHO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-TRABALHO)
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-INT-TRABALHO - 1, 7) + 1

           IF  WRK-DIA-SEMANA      GREATER 5
               SET WRK-DIA-UTIL-N  TO TRUE
           ELSE
               PERFORM 5095-LER-HOLIDAYS
           END-IF
           .

       6030-EXIT.
           EXIT.

       6040-CALCULAR-RETORNO.

      *    RETORNO = PRIMEIRO DIA UTIL APOS O ULTIMO DIA DE FERIAS.

           COMPUTE WRK-INT-TRABALHO =
               FUNCTION INTEGER-OF-DATE(WRK-FP-INICIO) + WRK-FP-DIAS
           COMPUTE WRK-DATA-TRABALHO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-TRABALHO)
           PERFORM 6030-VERIFICAR-DIA-UTIL

           PERFORM 6050-PROXIMO-DIA
             UNTIL WRK-DIA-UTIL-S
           .

       6040-EXIT.
           EXIT.

       6050-PROXIMO-DIA.

           COMPUTE WRK-INT-TRABALHO = WRK-INT-TRABALHO + 1
           COMPUTE WRK-DATA-TRABALHO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-TRABALHO)
           PERFORM 6030-VERIFICAR-DIA-UTIL
           .

       6050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-JORNAL                 SECTION.
      *----------------------------------------------------------------*

       7010-GRAVAR-JORNAL.

           MOVE '7010-GRAVAR-JORNAL'
                                   TO WRK-PARAGRAFO

           MOVE EIBTRMID           TO WRK-JRN-TERMINAL
           MOVE WRK-FP-ID          TO WRK-JRN-ID-FUNC

           PERFORM 4040-ASKTIME

           EXEC SQL
               INSERT INTO EAD625.AUDIT_LOG
                      (TERMINAL, ABSTIME, ID_EMPLOYEE,
                       OPERATION, USUARIO,
                       FIELD, OLD_IMAGE, NEW_IMAGE)
               VALUES (:WRK-JRN-TERMINAL
                     , :WRK-ABSTIME
                     , :WRK-JRN-ID-FUNC
                     , 'A'
                     , :WRK-USUARIO
                     , :WRK-JRN-CAMPO
                     , :WRK-JRN-ANTES
                     , :WRK-JRN-DEPOIS)
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       7010-EXIT.
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

       9020-ERRO-DB2.

           STRING 'ERRO DE ACESSO AO DB2. '
                  'SQLCODE: (' WRK-FMT-SQLCODE ') '
                  WRK-PARAGRAFO
           DELIMITED BY SIZE INTO WRK-MENSAGEM

           PERFORM 4060-SEND-TEXT
           .

       9020-EXIT.
           EXIT.

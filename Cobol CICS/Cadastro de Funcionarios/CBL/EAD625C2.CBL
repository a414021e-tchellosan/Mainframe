      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625C2.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625C2                                     *
      *   LINGUAGEM     : COBOL/CICS                                   *
      *   OBJETIVO      : SOLICITACAO DE FERIAS                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   REGISTRA O PEDIDO DE FERIAS (FUNCIONARIO, TIPO V, INICIO     *
      *   DDMMAAAA E DIAS) NO FERPED (EAD625.FERPED.KSDS, LAYOUT       *
      *   REGFERPD) COM SITUACAO P, PARA A FILA DO SUPERVISOR          *
      *   EAD625C3.  SO ACEITA FUNCIONARIO ATIVO NO VS001, INICIO      *
      *   FUTURO EM DIA UTIL (NEM FIM DE SEMANA NEM FERIADO DO         *
      *   CALENDARIO HOLIDAYS, O MESMO DO EAD62544/EAD625CV), SEM      *
      *   SOBREPOR OUTRO PEDIDO, E DIAS DENTRO DO SALDO DO VSFER       *
      *   MENOS O QUE JA ESTA PEDIDO OU APROVADO E AINDA NAO FOI       *
      *   LANCADO.  SO O FUNCIONARIO NO <ENTER> MOSTRA O SALDO.        *
      *   PF3 VOLTA AO MENU, PF12 ENCERRA.                             *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625C2'.

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

       01  WRK-VALIDO              PIC X(1)            VALUE 'S'.
           88  WRK-VALIDO-S                            VALUE 'S'.
           88  WRK-VALIDO-N                            VALUE 'N'.

       01  WRK-SOLICITAR           PIC X(1)            VALUE 'N'.
           88  WRK-SOLICITAR-S                         VALUE 'S'.
           88  WRK-SOLICITAR-N                         VALUE 'N'.

       01  WRK-FIM-BROWSE          PIC X(1)            VALUE 'N'.
           88  WRK-FIM-BROWSE-S                        VALUE 'S'.
           88  WRK-FIM-BROWSE-N                        VALUE 'N'.

       01  WRK-SOBREPOE            PIC X(1)            VALUE 'N'.
           88  WRK-SOBREPOE-S                          VALUE 'S'.
           88  WRK-SOBREPOE-N                          VALUE 'N'.

       01  WRK-DIA-UTIL            PIC X(1)            VALUE 'N'.
           88  WRK-DIA-UTIL-S                          VALUE 'S'.
           88  WRK-DIA-UTIL-N                          VALUE 'N'.

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

       01  WRK-REG-HOLIDAYS.
           05  WRK-HO-DATE         PIC 9(8)            VALUE ZEROS.
           05  WRK-HO-NAME         PIC X(20)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATAS E SALDO DO PEDIDO                                     *
      *----------------------------------------------------------------*

       77  WRK-ID-PESQUISA         PIC X(3)            VALUE SPACES.

       01  WRK-HOJE                PIC X(8)            VALUE SPACES.
       01  WRK-HOJE-N              REDEFINES WRK-HOJE
                                   PIC 9(8).

      *    INICIO DIGITADO DDMMAAAA E O MESMO DIA EM AAAAMMDD
       01  WRK-DATA-ENT.
           05  WRK-DE-DIA          PIC 9(2)            VALUE ZEROS.
           05  WRK-DE-MES          PIC 9(2)            VALUE ZEROS.
           05  WRK-DE-ANO          PIC 9(4)            VALUE ZEROS.

       01  WRK-DATA-INICIO         PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DATA-INICIO.
           05  WRK-DI-ANO          PIC 9(4).
           05  WRK-DI-MES          PIC 9(2).
           05  WRK-DI-DIA          PIC 9(2).

       77  WRK-DIAS-PEDIDO         PIC 9(2)            VALUE ZEROS.
       77  WRK-DIAS-MES            PIC 9(2)            VALUE ZEROS.
       77  WRK-RESTO-4             PIC 9(4)            VALUE ZEROS.
       77  WRK-RESTO-100           PIC 9(4)            VALUE ZEROS.
       77  WRK-RESTO-400           PIC 9(4)            VALUE ZEROS.

      *    DATAS EM DIAS CORRIDOS (INTEGER-OF-DATE) PARA A SOBREPOSICAO
       77  WRK-INT-INICIO          PIC 9(7)            VALUE ZEROS.
       77  WRK-INT-FIM             PIC 9(7)            VALUE ZEROS.
       77  WRK-INT-OUTRO-INICIO    PIC 9(7)            VALUE ZEROS.
       77  WRK-INT-OUTRO-FIM       PIC 9(7)            VALUE ZEROS.
       77  WRK-INT-TRABALHO        PIC 9(7)            VALUE ZEROS.

       77  WRK-DATA-TRABALHO       PIC 9(8)            VALUE ZEROS.
       77  WRK-DIA-SEMANA          PIC 9(1)            VALUE ZEROS.
       77  WRK-DATA-RETORNO        PIC 9(8)            VALUE ZEROS.

       77  WRK-DIAS-COMPROMETIDOS  PIC 9(3)            VALUE ZEROS.
       77  WRK-DISPONIVEL          PIC S9(3)           VALUE ZEROS.

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

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00C2'.
      *----------------------------------------------------------------*

           COPY MAP00C2.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A252'.

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

           MOVE LOW-VALUES         TO MAPSOLI

           IF  EIBCALEN            GREATER ZEROS
               MOVE LKG-USUARIO    TO WRK-USUARIO
               MOVE LKG-AUTORIDADE TO WRK-AUTORIDADE
           END-IF.

      *    O USUARIO DO SIGN-ON FICA GRAVADO COMO SOLICITANTE.

           IF  WRK-AUTORIDADE      NOT EQUAL 'C' AND
               WRK-AUTORIDADE      NOT EQUAL 'S'
               MOVE 'USUARIO SEM SIGN-ON. ENTRE PELA TRANSACAO A25S'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

           IF  EIBCALEN            LESS LENGTH OF WRK-COMMAREA
               MOVE 'V'            TO TIPOO
               MOVE 'INFORME FUNCIONARIO, INICIO (DDMMAAAA) E DIAS'
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
           INSPECT TIPOI     REPLACING ALL LOW-VALUES BY SPACES
           INSPECT INICIOI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DIASI     REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHENTER
               PERFORM 2020-TRATAR-PEDIDO

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-TRATAR-PEDIDO.

      *    SEM INICIO E DIAS E SO CONSULTA DO SALDO; COM ELES, O
      *    PEDIDO E CONFERIDO E GRAVADO.

           SET WRK-VALIDO-S        TO TRUE
           SET WRK-SOLICITAR-N     TO TRUE
           MOVE ZEROS              TO WRK-INT-INICIO
                                      WRK-INT-FIM

           MOVE SPACES             TO NOMEO DEPTOO SALDOO PENDENO
                                      DISPONO RETORNOO

           PERFORM 2030-VALIDAR-FUNCIONARIO

           IF  WRK-VALIDO-S AND
              (INICIOI             NOT EQUAL SPACES OR
               DIASI               NOT EQUAL SPACES)
               SET WRK-SOLICITAR-S TO TRUE
               PERFORM 2040-VALIDAR-PERIODO
           END-IF

           IF  WRK-VALIDO-S
               PERFORM 5030-SOMAR-PEDIDOS
               PERFORM 2060-MOVER-SALDO
           END-IF

           IF  WRK-VALIDO-S AND WRK-SOLICITAR-S
               PERFORM 2050-CONFERIR-SALDO
           END-IF

           IF  WRK-VALIDO-S
               IF  WRK-SOLICITAR-S
                   PERFORM 6040-CALCULAR-RETORNO
                   PERFORM 5050-GRAVAR-PEDIDO
               ELSE
                   MOVE 'SALDO DISPONIVEL. INFORME INICIO E DIAS'
                                   TO MSGO
               END-IF
           END-IF
           .

       2020-EXIT.
           EXIT.

       2030-VALIDAR-FUNCIONARIO.

           MOVE IDFUNCI            TO WRK-ID-PESQUISA

           IF  WRK-ID-PESQUISA     EQUAL SPACES
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'INFORME O FUNCIONARIO E <ENTER>'
                                   TO MSGO
           ELSE
               PERFORM 5010-LER-VS001
           END-IF

           IF  WRK-VALIDO-S
               IF  WRK-VS-SITUACAO NOT EQUAL 'A'
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'FUNCIONARIO NAO ESTA ATIVO'
                                   TO MSGO
               ELSE
                   MOVE WRK-VS-NOME
                                   TO NOMEO
                   MOVE WRK-VS-DEPT
                                   TO DEPTOO
                   PERFORM 5020-LER-VSFER
               END-IF
           END-IF
           .

       2030-EXIT.
           EXIT.

       2040-VALIDAR-PERIODO.

           PERFORM 4070-DATA-HOJE

           IF  TIPOI               EQUAL SPACES
               MOVE 'V'            TO TIPOI
           END-IF

           EVALUATE TRUE
             WHEN TIPOI            NOT EQUAL 'V'
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'SOMENTE FERIAS (TIPO V) SAO SOLICITADAS AQUI'
                                   TO MSGO

             WHEN INICIOI          NOT NUMERIC
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'DATA DE INICIO DEVE SER DDMMAAAA'
                                   TO MSGO

             WHEN DIASI            NOT NUMERIC
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'DIAS DEVE SER NUMERICO, DE 01 A 30'
                                   TO MSGO

             WHEN OTHER
               MOVE INICIOI        TO WRK-DATA-ENT
               MOVE DIASI          TO WRK-DIAS-PEDIDO
               MOVE WRK-DE-ANO     TO WRK-DI-ANO
               MOVE WRK-DE-MES     TO WRK-DI-MES
               MOVE WRK-DE-DIA     TO WRK-DI-DIA
               PERFORM 6020-VALIDAR-DATA
           END-EVALUATE

           IF  WRK-VALIDO-S
               EVALUATE TRUE
                 WHEN WRK-DIAS-PEDIDO
                                   EQUAL ZEROS OR
                      WRK-DIAS-PEDIDO
                                   GREATER 30
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'DIAS DEVE SER NUMERICO, DE 01 A 30'
                                   TO MSGO

                 WHEN WRK-DATA-INICIO
                                   NOT GREATER WRK-HOJE-N
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'O INICIO DEVE SER POSTERIOR A HOJE'
                                   TO MSGO

                 WHEN OTHER
                   MOVE WRK-DATA-INICIO
                                   TO WRK-DATA-TRABALHO
                   PERFORM 6030-VERIFICAR-DIA-UTIL
                   IF  WRK-DIA-UTIL-N
                       SET WRK-VALIDO-N
                                   TO TRUE
                       MOVE 'O INICIO CAI EM FIM DE SEMANA OU FERIADO'
                                   TO MSGO
                   END-IF
               END-EVALUATE
           END-IF

           IF  WRK-VALIDO-S
               COMPUTE WRK-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO)
               COMPUTE WRK-INT-FIM =
                   WRK-INT-INICIO + WRK-DIAS-PEDIDO - 1
           END-IF
           .

       2040-EXIT.
           EXIT.

       2050-CONFERIR-SALDO.

           EVALUATE TRUE
             WHEN WRK-SOBREPOE-S
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'PERIODO SOBREPOE OUTRO PEDIDO DO FUNCIONARIO'
                                   TO MSGO

             WHEN WRK-DIAS-PEDIDO  GREATER WRK-DISPONIVEL
               SET WRK-VALIDO-N    TO TRUE
               MOVE WRK-DISPONIVEL TO WRK-QTD-FMT
               STRING 'SALDO INSUFICIENTE. DISPONIVEL: '
                      WRK-QTD-FMT ' DIAS'
               DELIMITED BY SIZE INTO MSGO

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       2050-EXIT.
           EXIT.

       2060-MOVER-SALDO.

           COMPUTE WRK-DISPONIVEL =
               WRK-FE-SALDO - WRK-DIAS-COMPROMETIDOS

           IF  WRK-DISPONIVEL      LESS ZEROS
               MOVE ZEROS          TO WRK-DISPONIVEL
           END-IF

           MOVE WRK-FE-SALDO       TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO SALDOO

           MOVE WRK-DIAS-COMPROMETIDOS
                                   TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO PENDENO

           MOVE WRK-DISPONIVEL     TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO DISPONO
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
               MAP    ('MAPSOL')
               MAPSET ('MAP00C2')
               INTO   (MAPSOLI)
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

           MOVE 'A252'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00C2')
                   MAP    ('MAPSOL')
                   FROM   (MAPSOLO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00C2')
                   MAP    ('MAPSOL')
                   ERASE
                   FROM   (MAPSOLO)
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
       5000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       5010-LER-VS001.

           MOVE '5010-LER-VS001'   TO WRK-PARAGRAFO

           MOVE WRK-ID-PESQUISA    TO WRK-VS-ID

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
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'FUNCIONARIO NAO CADASTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

       5020-LER-VSFER.

           MOVE '5020-LER-VSFER'   TO WRK-PARAGRAFO

           MOVE WRK-ID-PESQUISA    TO WRK-FE-ID

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
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'FUNCIONARIO SEM SALDO DE FERIAS APURADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5020-EXIT.
           EXIT.

       5030-SOMAR-PEDIDOS.

      *    PERCORRE OS PEDIDOS DO FUNCIONARIO: PENDENTES E APROVADOS
      *    AINDA NAO LANCADOS NO ABSEVENT JA COMPROMETEM O SALDO DO
      *    VSFER.  REJEITADOS NAO CONTAM; LANCADOS JA ESTAO NO
      *    VSFER DO FECHAMENTO, MAS AINDA OCUPAM AS DATAS.

           MOVE '5030-SOMAR-PEDIDOS'
                                   TO WRK-PARAGRAFO

           MOVE ZEROS              TO WRK-DIAS-COMPROMETIDOS
           SET WRK-SOBREPOE-N      TO TRUE
           SET WRK-FIM-BROWSE-N    TO TRUE

           MOVE WRK-ID-PESQUISA    TO WRK-FP-ID
           MOVE ZEROS              TO WRK-FP-INICIO

           EXEC CICS STARTBR
               FILE   ('FERPED')
               RIDFLD (WRK-FP-CHAVE)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               PERFORM 5040-LER-PROXIMO-PEDIDO
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

       5040-LER-PROXIMO-PEDIDO.

           MOVE '5040-LER-PROXIMO-PEDIDO'
                                   TO WRK-PARAGRAFO

           EXEC CICS READNEXT
               FILE   ('FERPED')
               INTO   (WRK-REG-FERPED)
               RIDFLD (WRK-FP-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-FP-ID       NOT EQUAL WRK-ID-PESQUISA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   PERFORM 5045-AVALIAR-PEDIDO
               END-IF
             WHEN DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-S
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5040-EXIT.
           EXIT.

       5045-AVALIAR-PEDIDO.

           IF  WRK-FP-PENDENTE OR WRK-FP-APROVADO
               ADD WRK-FP-DIAS     TO WRK-DIAS-COMPROMETIDOS
           END-IF

           IF  WRK-INT-INICIO      GREATER ZEROS AND
               NOT WRK-FP-REJEITADO
               COMPUTE WRK-INT-OUTRO-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-FP-INICIO)
               COMPUTE WRK-INT-OUTRO-FIM =
                   WRK-INT-OUTRO-INICIO + WRK-FP-DIAS - 1
               IF  WRK-INT-OUTRO-INICIO
                                   NOT GREATER WRK-INT-FIM AND
                   WRK-INT-OUTRO-FIM
                                   NOT LESS WRK-INT-INICIO
                   SET WRK-SOBREPOE-S
                                   TO TRUE
               END-IF
           END-IF
           .

       5045-EXIT.
           EXIT.

       5050-GRAVAR-PEDIDO.

           MOVE '5050-GRAVAR-PEDIDO'
                                   TO WRK-PARAGRAFO

           MOVE SPACES             TO WRK-REG-FERPED
           INITIALIZE WRK-REG-FERPED

           MOVE WRK-ID-PESQUISA    TO WRK-FP-ID
           MOVE WRK-DATA-INICIO    TO WRK-FP-INICIO
           MOVE 'V'                TO WRK-FP-TIPO
           MOVE WRK-DIAS-PEDIDO    TO WRK-FP-DIAS
           MOVE WRK-VS-DEPT        TO WRK-FP-DEPT
           SET WRK-FP-PENDENTE     TO TRUE
           MOVE WRK-USUARIO        TO WRK-FP-SOLICITANTE
           MOVE WRK-HOJE-N         TO WRK-FP-DATA-PEDIDO

           EXEC CICS WRITE
               FILE   ('FERPED')
               FROM   (WRK-REG-FERPED)
               RIDFLD (WRK-FP-CHAVE)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               ADD WRK-DIAS-PEDIDO TO WRK-DIAS-COMPROMETIDOS
               PERFORM 2060-MOVER-SALDO
               MOVE WRK-DATA-RETORNO
                                   TO WRK-DATA-EDICAO
               PERFORM 6010-FORMATAR-DATA
               MOVE WRK-DATA-FMT   TO RETORNOO
               MOVE 'PEDIDO REGISTRADO. AGUARDA APROVACAO DO SUPERVISOR'
                                   TO MSGO
             WHEN DFHRESP(DUPREC)
               MOVE 'JA EXISTE PEDIDO DO FUNCIONARIO PARA ESTE INICIO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5050-EXIT.
           EXIT.

       5060-LER-HOLIDAYS.

           MOVE '5060-LER-HOLIDAYS'
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

       5060-EXIT.
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

       6020-VALIDAR-DATA.

           EVALUATE WRK-DI-MES
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31             TO WRK-DIAS-MES
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30             TO WRK-DIAS-MES
             WHEN 02
               COMPUTE WRK-RESTO-4 =
                   FUNCTION MOD(WRK-DI-ANO, 4)
               COMPUTE WRK-RESTO-100 =
                   FUNCTION MOD(WRK-DI-ANO, 100)
               COMPUTE WRK-RESTO-400 =
                   FUNCTION MOD(WRK-DI-ANO, 400)
               IF  (WRK-RESTO-4    EQUAL ZEROS AND
                    WRK-RESTO-100  NOT EQUAL ZEROS) OR
                   WRK-RESTO-400   EQUAL ZEROS
                   MOVE 29         TO WRK-DIAS-MES
               ELSE
                   MOVE 28         TO WRK-DIAS-MES
               END-IF
             WHEN OTHER
               MOVE ZEROS          TO WRK-DIAS-MES
           END-EVALUATE

           IF  WRK-DI-ANO          LESS 1601 OR
               WRK-DI-DIA          EQUAL ZEROS OR
               WRK-DI-DIA          GREATER WRK-DIAS-MES
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'DATA DE INICIO INVALIDA'
                                   TO MSGO
           END-IF
           .

       6020-EXIT.
           EXIT.

       6030-VERIFICAR-DIA-UTIL.

      *    MESMA REGRA DO EAD62544: MOD(INTEIRO - 1, 7) + 1 DA
      *    1=SEGUNDA .. 7=DOMINGO; DE SEGUNDA A SEXTA, O DIA E UTIL
      *    SE NAO ESTIVER NO CALENDARIO DE FERIADOS.

           COMPUTE WRK-INT-TRABALHO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-TRABALHO)
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-INT-TRABALHO - 1, 7) + 1

           IF  WRK-DIA-SEMANA      GREATER 5
               SET WRK-DIA-UTIL-N  TO TRUE
           ELSE
               PERFORM 5060-LER-HOLIDAYS
           END-IF
           .

       6030-EXIT.
           EXIT.

       6040-CALCULAR-RETORNO.

      *    RETORNO = PRIMEIRO DIA UTIL APOS O ULTIMO DIA DE FERIAS.

           COMPUTE WRK-INT-TRABALHO = WRK-INT-FIM + 1
           COMPUTE WRK-DATA-TRABALHO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-TRABALHO)
           PERFORM 6030-VERIFICAR-DIA-UTIL

           PERFORM 6050-PROXIMO-DIA
             UNTIL WRK-DIA-UTIL-S

           MOVE WRK-DATA-TRABALHO  TO WRK-DATA-RETORNO
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

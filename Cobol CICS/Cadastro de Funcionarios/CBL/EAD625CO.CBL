      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625CO.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625CO                                     *
      *   LINGUAGEM     : COBOL/CICS                                   *
      *   OBJETIVO      : CONSULTA ONLINE DE CONTA CORRENTE            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   PELA CHAVE AGENCIA/CONTA MOSTRA PARA A AGENCIA, SEM LIGAR    *
      *   PARA A OPERACAO:                                             *
      *     CONSCTA  = NOME E ENDERECO DO CIF, SALDO E DATA DO ULTIMO  *
      *                MOVIMENTO DO CADASTRO CORRENTE (CARREGADO       *
      *                TODA NOITE PELO BATCH EAD62626);                *
      *     OVERLIM  = LIMITE DE CHEQUE ESPECIAL (MANTIDO PELA A25V);  *
      *     BLOQCTA  = BLOQUEIOS ATIVOS (ESCOPO CONTA, OU DOCUMENTO    *
      *                AINDA NAO CONSUMIDO) (MANTIDO PELA A255);       *
      *     MANDCTA  = MANDATOS DE DEBITO VIGENTES NA DATA DE HOJE     *
      *                (MANTIDO PELA A255);                            *
      *     DOCPOST  = OS SEIS LANCAMENTOS MAIS RECENTES DO REGISTRO   *
      *                DE DOCUMENTOS (EAD625.DOCS.POSTED.KSDS).        *
      *   SO CONSULTA.  EXIGE SIGN-ON (AUTORIDADE C OU S).             *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625CO'.

       77  WRK-RESP-CICS           PIC S9(4)  COMP     VALUE ZEROS.

       77  WRK-ABSTIME             PIC S9(15) COMP-3   VALUE ZEROS.

       77  WRK-PARAGRAFO           PIC X(30)           VALUE SPACES.

       77  WRK-MENSAGEM            PIC X(79)           VALUE SPACES.

       77  WRK-CODIGO-RETORNO      PIC ZZ9             VALUE ZEROS.

       77  WRK-DATA-HOJE           PIC 9(8)            VALUE ZEROS.

       01  WRK-MAPA-DESENHADO      PIC X(1)            VALUE SPACES.
           88  WRK-MAPA-DESENHADO-S                    VALUE 'S'.
           88  WRK-MAPA-DESENHADO-N                    VALUE 'N'.

       01  WRK-ACHOU               PIC X(1)            VALUE 'N'.
           88  WRK-ACHOU-S                             VALUE 'S'.
           88  WRK-ACHOU-N                             VALUE 'N'.

       01  WRK-FIM-BROWSE          PIC X(1)            VALUE 'N'.
           88  WRK-FIM-BROWSE-S                        VALUE 'S'.
           88  WRK-FIM-BROWSE-N                        VALUE 'N'.

       01  WRK-CHAVE-CONTA.
           05  WRK-CH-AGENCIA      PIC X(4)            VALUE SPACES.
           05  WRK-CH-CONTA        PIC 9(5)            VALUE ZEROS.

      *----------------------------------------------------------------*
      *    REGISTROS DOS ARQUIVOS CONSULTADOS                          *
      *----------------------------------------------------------------*

       01  WRK-REG-CONSCTA.
           05  WRK-CC-CLIENT-KEY   PIC X(9)            VALUE SPACES.
           05  WRK-CC-CLIENT-NAME  PIC X(20)           VALUE SPACES.
           05  WRK-CC-BALANCE      PIC S9(6)V9(2)      VALUE ZEROS.
           05  WRK-CC-LAST-ACTIVITY
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-CC-MASTER-DATE  PIC 9(8)            VALUE ZEROS.
           05  WRK-CC-CIF-FOUND    PIC X(1)            VALUE SPACES.
           05  WRK-CC-FULL-NAME    PIC X(40)           VALUE SPACES.
           05  WRK-CC-STREET       PIC X(30)           VALUE SPACES.
           05  WRK-CC-CITY         PIC X(20)           VALUE SPACES.
           05  WRK-CC-STATE        PIC X(2)            VALUE SPACES.
           05  WRK-CC-POSTAL-CODE  PIC X(8)            VALUE SPACES.
           05  WRK-CC-PHONE        PIC X(15)           VALUE SPACES.
           05  FILLER              PIC X(11)           VALUE SPACES.

       01  WRK-REG-OVERLIM.
           05  WRK-OL-CLIENT-KEY   PIC X(9)            VALUE SPACES.
           05  WRK-OL-LIMIT        PIC 9(6)V9(2)       VALUE ZEROS.

       01  WRK-REG-BLOQCTA.
           05  WRK-BQ-KEY.
               10  WRK-BQ-CLIENT-KEY
                                   PIC X(9)            VALUE SPACES.
               10  WRK-BQ-SCOPE    PIC X(1)            VALUE SPACES.
               10  WRK-BQ-DOC-NUMBER
                                   PIC 9(4)            VALUE ZEROS.
           05  WRK-BQ-VALUE        PIC 9(6)V9(2)       VALUE ZEROS.
           05  WRK-BQ-CONSUMED     PIC X(1)            VALUE SPACES.

       01  WRK-REG-MANDCTA.
           05  WRK-MC-KEY.
               10  WRK-MC-DEBTOR-KEY
                                   PIC X(9)            VALUE SPACES.
               10  WRK-MC-COUNTERPARTY.
                   15  WRK-MC-CP-BRANCH
                                   PIC X(4)            VALUE SPACES.
                   15  WRK-MC-CP-ACCOUNT
                                   PIC 9(5)            VALUE ZEROS.
           05  WRK-MC-CEILING      PIC 9(6)V9(2)       VALUE ZEROS.
           05  WRK-MC-START-DATE   PIC 9(8)            VALUE ZEROS.
           05  WRK-MC-END-DATE     PIC 9(8)            VALUE ZEROS.

       01  WRK-REG-DOCPOST.
           05  WRK-RG-KEY.
               10  WRK-RG-CLIENT-KEY
                                   PIC X(9)            VALUE SPACES.
               10  WRK-RG-DOC-NUMBER
                                   PIC 9(4)            VALUE ZEROS.
               10  WRK-RG-POST-DATE
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-RG-RELEASE-TYPE PIC X(1)            VALUE SPACES.
           05  WRK-RG-RELEASE-VALUE
                                   PIC 9(6)V9(2)       VALUE ZEROS.
           05  WRK-RG-REVERSED     PIC X(1)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    ACUMULADORES DA TELA                                        *
      *----------------------------------------------------------------*

       77  WRK-DISPONIVEL          PIC S9(7)V9(2)      VALUE ZEROS.

       77  WRK-QTD-BLQ             PIC 9(3)            VALUE ZEROS.
       77  WRK-QTD-MND             PIC 9(3)            VALUE ZEROS.
       77  WRK-QTD-LCT             PIC 9(1)            VALUE ZEROS.
       77  WRK-IDX                 PIC S9(4)  COMP     VALUE ZEROS.
       77  WRK-POS                 PIC S9(4)  COMP     VALUE ZEROS.

      *    OS SEIS LANCAMENTOS MAIS RECENTES, DO MAIS NOVO PARA O
      *    MAIS ANTIGO (DATA DE LANCAMENTO, DEPOIS DOCUMENTO).
       01  WRK-TAB-LCT.
           05  WRK-LCT             OCCURS 6 TIMES.
               10  WRK-LC-POST-DATE
                                   PIC 9(8).
               10  WRK-LC-DOC-NUMBER
                                   PIC 9(4).
               10  WRK-LC-TYPE     PIC X(1).
               10  WRK-LC-VALUE    PIC 9(6)V9(2).
               10  WRK-LC-REVERSED PIC X(1).

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

       77  WRK-SALDO-FMT           PIC -ZZZ.ZZ9,99     VALUE ZEROS.
       77  WRK-DISPON-FMT          PIC -ZZZ.ZZ9,99     VALUE ZEROS.
       77  WRK-LIMITE-FMT          PIC ZZZ.ZZ9,99      VALUE ZEROS.

       01  WRK-LINHA-BLQ.
           05  WRK-LB-ESCOPO       PIC X(9)            VALUE SPACES.
           05  FILLER              PIC X(6)            VALUE
               '  DOC '.
           05  WRK-LB-DOC          PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(8)            VALUE
               '  VALOR '.
           05  WRK-LB-VALOR        PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(23)           VALUE SPACES.

       01  WRK-LINHA-MND.
           05  FILLER              PIC X(4)            VALUE
               'FAV '.
           05  WRK-LM-CP-BRANCH    PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE '-'.
           05  WRK-LM-CP-ACCOUNT   PIC 9(5)            VALUE ZEROS.
           05  FILLER              PIC X(6)            VALUE
               ' TETO '.
           05  WRK-LM-TETO         PIC ZZZ.ZZ9,99      VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LM-INICIO       PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(3)            VALUE
               ' A '.
           05  WRK-LM-FIM          PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(6)            VALUE SPACES.

       01  WRK-LINHA-LCT.
           05  WRK-LL-DATA         PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(5)            VALUE
               ' DOC '.
           05  WRK-LL-DOC          PIC 9(4)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-TIPO         PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-VALOR        PIC ZZZ.ZZ9,99      VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-ESTORNO      PIC X(9)            VALUE SPACES.
           05  FILLER              PIC X(9)            VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00CO'.
      *----------------------------------------------------------------*

           COPY MAP00CO.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A25O'.

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

           MOVE LOW-VALUES         TO MAPCTAI

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

           IF  EIBCALEN            LESS LENGTH OF WRK-COMMAREA
               MOVE 'INFORME AGENCIA E CONTA E <ENTER>'
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

           INSPECT AGENCIAI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CONTAI   REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHENTER
               PERFORM 2020-CONSULTAR-CONTA

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-CONSULTAR-CONTA.

           EVALUATE TRUE
             WHEN AGENCIAI         EQUAL SPACES OR
                  CONTAI           EQUAL SPACES
               MOVE 'INFORME AGENCIA E CONTA E <ENTER>'
                                   TO MSGO

             WHEN CONTAI           NOT NUMERIC
               MOVE 'CONTA DEVE SER NUMERICA COM ZEROS A ESQ.'
                                   TO MSGO

             WHEN OTHER
               MOVE AGENCIAI       TO WRK-CH-AGENCIA
               MOVE CONTAI         TO WRK-CH-CONTA
               PERFORM 2030-LIMPAR-TELA
               PERFORM 5010-LER-CONSCTA
               IF  WRK-ACHOU-S
                   PERFORM 4070-DATA-DE-HOJE
                   PERFORM 5020-LER-OVERLIM
                   PERFORM 2040-MOVER-CONTA
                   PERFORM 5030-LER-BLOQUEIOS
                   PERFORM 5040-LER-MANDATOS
                   PERFORM 5050-LER-LANCAMENTOS
                   PERFORM 2050-MOVER-LANCAMENTOS
                   MOVE 'CONSULTA REALIZADA'
                                   TO MSGO
               END-IF
           END-EVALUATE
           .

       2020-EXIT.
           EXIT.

       2030-LIMPAR-TELA.

           MOVE SPACES             TO POSICAOO NOMEO ENDERO CIDADEO
                                      UFO CEPO FONEO SALDOO LIMITEO
                                      DISPONO ULTMOVO QTBLQO QTMNDO
                                      BLQ1O BLQ2O BLQ3O
                                      MND1O MND2O MND3O
                                      LCT1O LCT2O LCT3O
                                      LCT4O LCT5O LCT6O

           MOVE ZEROS              TO WRK-QTD-BLQ
                                      WRK-QTD-MND
                                      WRK-QTD-LCT
           .

       2030-EXIT.
           EXIT.

       2040-MOVER-CONTA.

           MOVE WRK-CH-AGENCIA     TO AGENCIAO
           MOVE WRK-CH-CONTA       TO CONTAO

           MOVE WRK-CC-MASTER-DATE TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO POSICAOO

           IF  WRK-CC-CIF-FOUND    EQUAL 'Y'
               MOVE WRK-CC-FULL-NAME
                                   TO NOMEO
               MOVE WRK-CC-STREET  TO ENDERO
               MOVE WRK-CC-CITY    TO CIDADEO
               MOVE WRK-CC-STATE   TO UFO
               MOVE WRK-CC-POSTAL-CODE
                                   TO CEPO
               MOVE WRK-CC-PHONE   TO FONEO
           ELSE
               MOVE WRK-CC-CLIENT-NAME
                                   TO NOMEO
               MOVE 'ENDERECO NAO CADASTRADO NO CIF'
                                   TO ENDERO
           END-IF

           MOVE WRK-CC-BALANCE     TO WRK-SALDO-FMT
           MOVE WRK-SALDO-FMT      TO SALDOO

           MOVE WRK-OL-LIMIT       TO WRK-LIMITE-FMT
           MOVE WRK-LIMITE-FMT     TO LIMITEO

           COMPUTE WRK-DISPONIVEL  = WRK-CC-BALANCE + WRK-OL-LIMIT
           MOVE WRK-DISPONIVEL     TO WRK-DISPON-FMT
           MOVE WRK-DISPON-FMT     TO DISPONO

           MOVE WRK-CC-LAST-ACTIVITY
                                   TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO ULTMOVO
           .

       2040-EXIT.
           EXIT.

       2050-MOVER-LANCAMENTOS.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX         GREATER WRK-QTD-LCT
               MOVE WRK-LC-POST-DATE(WRK-IDX)
                                   TO WRK-DATA-EDICAO
               PERFORM 6010-FORMATAR-DATA
               MOVE WRK-DATA-FMT   TO WRK-LL-DATA
               MOVE WRK-LC-DOC-NUMBER(WRK-IDX)
                                   TO WRK-LL-DOC
               MOVE WRK-LC-VALUE(WRK-IDX)
                                   TO WRK-LL-VALOR

               EVALUATE WRK-LC-TYPE(WRK-IDX)
                 WHEN 'C'
                   MOVE 'CREDITO'  TO WRK-LL-TIPO
                 WHEN 'D'
                   MOVE 'DEBITO'   TO WRK-LL-TIPO
                 WHEN 'F'
                   MOVE 'TARIFA'   TO WRK-LL-TIPO
                 WHEN 'T'
                   MOVE 'TRANSF SAI'
                                   TO WRK-LL-TIPO
                 WHEN 'U'
                   MOVE 'TRANSF ENT'
                                   TO WRK-LL-TIPO
                 WHEN 'R'
                   MOVE 'ESTORNO'  TO WRK-LL-TIPO
                 WHEN 'Q'
                   MOVE 'CHEQUE'   TO WRK-LL-TIPO
                 WHEN OTHER
                   MOVE WRK-LC-TYPE(WRK-IDX)
                                   TO WRK-LL-TIPO
               END-EVALUATE

               IF  WRK-LC-REVERSED(WRK-IDX)
                                   EQUAL 'Y'
                   MOVE 'ESTORNADO'
                                   TO WRK-LL-ESTORNO
               ELSE
                   MOVE SPACES     TO WRK-LL-ESTORNO
               END-IF

               EVALUATE WRK-IDX
                 WHEN 1
                   MOVE WRK-LINHA-LCT
                                   TO LCT1O
                 WHEN 2
                   MOVE WRK-LINHA-LCT
                                   TO LCT2O
                 WHEN 3
                   MOVE WRK-LINHA-LCT
                                   TO LCT3O
                 WHEN 4
                   MOVE WRK-LINHA-LCT
                                   TO LCT4O
                 WHEN 5
                   MOVE WRK-LINHA-LCT
                                   TO LCT5O
                 WHEN 6
                   MOVE WRK-LINHA-LCT
                                   TO LCT6O
               END-EVALUATE
           END-PERFORM

           IF  WRK-QTD-LCT         EQUAL ZEROS
               MOVE 'NENHUM LANCAMENTO NO PERIODO DE RETENCAO'
                                   TO LCT1O
           END-IF
           .

       2050-EXIT.
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
               MAP    ('MAPCTA')
               MAPSET ('MAP00CO')
               INTO   (MAPCTAI)
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

           MOVE 'A25O'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00CO')
                   MAP    ('MAPCTA')
                   FROM   (MAPCTAO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00CO')
                   MAP    ('MAPCTA')
                   ERASE
                   FROM   (MAPCTAO)
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

       4070-DATA-DE-HOJE.

           PERFORM 4040-ASKTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               YYYYMMDD (WRK-DATA-HOJE)
               RESP     (WRK-RESP-CICS)
           END-EXEC
           .

       4070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       5010-LER-CONSCTA.

           MOVE '5010-LER-CONSCTA' TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           EXEC CICS READ
               FILE   ('CONSCTA')
               INTO   (WRK-REG-CONSCTA)
               RIDFLD (WRK-CHAVE-CONTA)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'CONTA NAO ENCONTRADA NO CADASTRO DE CLIENTES'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

       5020-LER-OVERLIM.

           MOVE '5020-LER-OVERLIM' TO WRK-PARAGRAFO

           EXEC CICS READ
               FILE   ('OVERLIM')
               INTO   (WRK-REG-OVERLIM)
               RIDFLD (WRK-CHAVE-CONTA)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE ZEROS          TO WRK-OL-LIMIT
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5020-EXIT.
           EXIT.

       5030-LER-BLOQUEIOS.

      *    BLOQUEIO DE CONTA VALE TODA NOITE ATE SER RETIRADO; O DE
      *    DOCUMENTO DEIXA DE VALER QUANDO CONSUMIDO PELO BATCH.

           MOVE '5030-LER-BLOQUEIOS'
                                   TO WRK-PARAGRAFO

           MOVE WRK-CHAVE-CONTA    TO WRK-BQ-CLIENT-KEY
           MOVE SPACES             TO WRK-BQ-SCOPE
           MOVE ZEROS              TO WRK-BQ-DOC-NUMBER

           EXEC CICS STARTBR
               FILE   ('BLOQCTA')
               RIDFLD (WRK-BQ-KEY)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-FIM-BROWSE-N
                                   TO TRUE
               PERFORM 5035-PROXIMO-BLOQUEIO
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE ('BLOQCTA')
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           MOVE WRK-QTD-BLQ        TO QTBLQO

           IF  WRK-QTD-BLQ         EQUAL ZEROS
               MOVE 'NENHUM BLOQUEIO ATIVO'
                                   TO BLQ1O
           END-IF
           .

       5030-EXIT.
           EXIT.

       5035-PROXIMO-BLOQUEIO.

           EXEC CICS READNEXT
               FILE   ('BLOQCTA')
               INTO   (WRK-REG-BLOQCTA)
               RIDFLD (WRK-BQ-KEY)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-BQ-CLIENT-KEY
                                   NOT EQUAL WRK-CHAVE-CONTA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   IF  WRK-BQ-SCOPE
                                   EQUAL 'A' OR
                       WRK-BQ-CONSUMED
                                   NOT EQUAL 'Y'
                       ADD 1       TO WRK-QTD-BLQ
                       PERFORM 6020-MONTAR-LINHA-BLQ
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

       5040-LER-MANDATOS.

           MOVE '5040-LER-MANDATOS'
                                   TO WRK-PARAGRAFO

           MOVE WRK-CHAVE-CONTA    TO WRK-MC-DEBTOR-KEY
           MOVE SPACES             TO WRK-MC-CP-BRANCH
           MOVE ZEROS              TO WRK-MC-CP-ACCOUNT

           EXEC CICS STARTBR
               FILE   ('MANDCTA')
               RIDFLD (WRK-MC-KEY)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-FIM-BROWSE-N
                                   TO TRUE
               PERFORM 5045-PROXIMO-MANDATO
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE ('MANDCTA')
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           MOVE WRK-QTD-MND        TO QTMNDO

           IF  WRK-QTD-MND         EQUAL ZEROS
               MOVE 'NENHUM MANDATO DE DEBITO VIGENTE'
                                   TO MND1O
           END-IF
           .

       5040-EXIT.
           EXIT.

       5045-PROXIMO-MANDATO.

           EXEC CICS READNEXT
               FILE   ('MANDCTA')
               INTO   (WRK-REG-MANDCTA)
               RIDFLD (WRK-MC-KEY)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-MC-DEBTOR-KEY
                                   NOT EQUAL WRK-CHAVE-CONTA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   IF  WRK-DATA-HOJE
                                   NOT LESS WRK-MC-START-DATE AND
                       WRK-DATA-HOJE
                                   NOT GREATER WRK-MC-END-DATE
                       ADD 1       TO WRK-QTD-MND
                       PERFORM 6030-MONTAR-LINHA-MND
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

       5045-EXIT.
           EXIT.

       5050-LER-LANCAMENTOS.

      *    O REGISTRO E ORDENADO POR DOCUMENTO DENTRO DA CONTA, NAO
      *    POR DATA: TODA A CONTA E PERCORRIDA E SO OS SEIS MAIS
      *    RECENTES FICAM NA TABELA.

           MOVE '5050-LER-LANCAMENTOS'
                                   TO WRK-PARAGRAFO

           MOVE WRK-CHAVE-CONTA    TO WRK-RG-CLIENT-KEY
           MOVE ZEROS              TO WRK-RG-DOC-NUMBER
                                      WRK-RG-POST-DATE

           EXEC CICS STARTBR
               FILE   ('DOCPOST')
               RIDFLD (WRK-RG-KEY)
               GTEQ
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-FIM-BROWSE-N
                                   TO TRUE
               PERFORM 5055-PROXIMO-LANCAMENTO
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE ('DOCPOST')
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5050-EXIT.
           EXIT.

       5055-PROXIMO-LANCAMENTO.

           EXEC CICS READNEXT
               FILE   ('DOCPOST')
               INTO   (WRK-REG-DOCPOST)
               RIDFLD (WRK-RG-KEY)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-RG-CLIENT-KEY
                                   NOT EQUAL WRK-CHAVE-CONTA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   PERFORM 6040-GUARDAR-LANCAMENTO
               END-IF
             WHEN DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-S
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       5055-EXIT.
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

       6020-MONTAR-LINHA-BLQ.

      *    SO OS TRES PRIMEIROS CABEM NA TELA; O TOTAL VAI EM QTBLQ.

           IF  WRK-QTD-BLQ         GREATER 3
               GO TO 6020-EXIT
           END-IF

      *    O = SO DEBITOS, POSTO PELA REVISAO CADASTRAL VENCIDA
      *    (EAD62633) E RETIRADO QUANDO A REVISAO E CONCLUIDA.
           EVALUATE WRK-BQ-SCOPE
             WHEN 'A'
               MOVE 'CONTA'        TO WRK-LB-ESCOPO
               MOVE '----'         TO WRK-LB-DOC
             WHEN 'O'
               MOVE 'DEBITOS'      TO WRK-LB-ESCOPO
               MOVE '----'         TO WRK-LB-DOC
             WHEN OTHER
               MOVE 'DOCUMENTO'    TO WRK-LB-ESCOPO
               MOVE WRK-BQ-DOC-NUMBER
                                   TO WRK-LB-DOC
           END-EVALUATE

           IF  WRK-BQ-VALUE        EQUAL ZEROS
               MOVE 'QUALQUER'     TO WRK-LB-VALOR
           ELSE
               MOVE WRK-BQ-VALUE   TO WRK-LIMITE-FMT
               MOVE WRK-LIMITE-FMT TO WRK-LB-VALOR
           END-IF

           EVALUATE WRK-QTD-BLQ
             WHEN 1
               MOVE WRK-LINHA-BLQ  TO BLQ1O
             WHEN 2
               MOVE WRK-LINHA-BLQ  TO BLQ2O
             WHEN 3
               MOVE WRK-LINHA-BLQ  TO BLQ3O
           END-EVALUATE
           .

       6020-EXIT.
           EXIT.

       6030-MONTAR-LINHA-MND.

           IF  WRK-QTD-MND         GREATER 3
               GO TO 6030-EXIT
           END-IF

           MOVE WRK-MC-CP-BRANCH   TO WRK-LM-CP-BRANCH
           MOVE WRK-MC-CP-ACCOUNT  TO WRK-LM-CP-ACCOUNT
           MOVE WRK-MC-CEILING     TO WRK-LM-TETO

           MOVE WRK-MC-START-DATE  TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LM-INICIO

           MOVE WRK-MC-END-DATE    TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LM-FIM

           EVALUATE WRK-QTD-MND
             WHEN 1
               MOVE WRK-LINHA-MND  TO MND1O
             WHEN 2
               MOVE WRK-LINHA-MND  TO MND2O
             WHEN 3
               MOVE WRK-LINHA-MND  TO MND3O
           END-EVALUATE
           .

       6030-EXIT.
           EXIT.

       6040-GUARDAR-LANCAMENTO.

      *    POSICAO DE INSERCAO: PRIMEIRA ENTRADA MAIS ANTIGA QUE O
      *    LANCAMENTO LIDO.  ALEM DA SEXTA, O LANCAMENTO E DESCARTADO.

           MOVE 1                  TO WRK-POS

           PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX         GREATER WRK-QTD-LCT
               IF  WRK-LC-POST-DATE(WRK-IDX)
                                   GREATER WRK-RG-POST-DATE OR
                  (WRK-LC-POST-DATE(WRK-IDX)
                                   EQUAL WRK-RG-POST-DATE AND
                   WRK-LC-DOC-NUMBER(WRK-IDX)
                                   GREATER WRK-RG-DOC-NUMBER)
                   COMPUTE WRK-POS = WRK-IDX + 1
               END-IF
           END-PERFORM

           IF  WRK-POS             GREATER 6
               GO TO 6040-EXIT
           END-IF

           IF  WRK-QTD-LCT         LESS 6
               ADD 1               TO WRK-QTD-LCT
           END-IF

           PERFORM VARYING WRK-IDX FROM WRK-QTD-LCT BY -1
             UNTIL WRK-IDX         NOT GREATER WRK-POS
               MOVE WRK-LCT(WRK-IDX - 1)
                                   TO WRK-LCT(WRK-IDX)
           END-PERFORM

           MOVE WRK-RG-POST-DATE   TO WRK-LC-POST-DATE(WRK-POS)
           MOVE WRK-RG-DOC-NUMBER  TO WRK-LC-DOC-NUMBER(WRK-POS)
           MOVE WRK-RG-RELEASE-TYPE
                                   TO WRK-LC-TYPE(WRK-POS)
           MOVE WRK-RG-RELEASE-VALUE
                                   TO WRK-LC-VALUE(WRK-POS)
           MOVE WRK-RG-REVERSED    TO WRK-LC-REVERSED(WRK-POS)
           .

       6040-EXIT.
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

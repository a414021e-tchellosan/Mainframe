      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625C5.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625C5                                     *
      *   LINGUAGEM     : COBOL/CICS + DB2                             *
      *   OBJETIVO      : MANUTENCAO DE BLOQUEIOS E MANDATOS DE        *
      *                   DEBITO DAS CONTAS                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   TIPOS (CAMPO TIPO):                                          *
      *     B = BLOQCTA  BLOQUEIOS / SUSTACOES (KSDS, CONTA+ESCOPO+    *
      *                  DOCUMENTO). ESCOPO A = TODA A CONTA,          *
      *                  D = UM DOCUMENTO (VALOR ZERO = QUALQUER).     *
      *     M = MANDCTA  MANDATOS DE DEBITO (KSDS, CONTA DEVEDORA+     *
      *                  FAVORECIDO), COM TETO E VIGENCIA.             *
      *                                                                *
      *   FUNCOES: C=CONSULTAR  I=INCLUIR  A=ALTERAR  E=ENCERRAR       *
      *            L=LISTAR A CONTA (PF8 = PROXIMA PAGINA)             *
      *   ENCERRAR UM BLOQUEIO O LIBERA (O REGISTRO E EXCLUIDO);       *
      *   ENCERRAR UM MANDATO FECHA A VIGENCIA NA DATA DE ONTEM.       *
      *                                                                *
      *   AUTORIDADE C CONSULTA, LISTA E INCLUI BLOQUEIOS; LIBERAR     *
      *   (ALTERAR OU ENCERRAR) BLOQUEIO E QUALQUER ATUALIZACAO DE     *
      *   MANDATO EXIGEM AUTORIDADE S.  TODA ATUALIZACAO GRAVA IMAGEM  *
      *   ANTES/DEPOIS NO JORNAL EAD625.AUDIT_LOG (O MANDATO, MAIOR    *
      *   QUE A IMAGEM, UMA LINHA POR CAMPO COM A CHAVE NA FRENTE).    *
      *                                                                *
      *   OS DOIS KSDS SAO A ORIGEM DOS ARQUIVOS HOLDS E MANDATES DO   *
      *   BATCH: O EAD625JB OS DESCARREGA NO STEP002 E, DEPOIS DA      *
      *   LINHA DE SALDOS, RECARREGA O BLOQCTA COM AS MARCAS DE        *
      *   CONSUMIDO (STEP034).                                         *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625C5'.

       77  WRK-RESP-CICS           PIC S9(4)  COMP     VALUE ZEROS.

       77  WRK-ABSTIME             PIC S9(15) COMP-3   VALUE ZEROS.

       77  WRK-PARAGRAFO           PIC X(30)           VALUE SPACES.

       77  WRK-MENSAGEM            PIC X(79)           VALUE SPACES.

       77  WRK-CODIGO-RETORNO      PIC ZZ9             VALUE ZEROS.

       77  WRK-FMT-SQLCODE         PIC -9(3)           VALUE ZEROS.

       01  WRK-MAPA-DESENHADO      PIC X(1)            VALUE SPACES.
           88  WRK-MAPA-DESENHADO-S                    VALUE 'S'.
           88  WRK-MAPA-DESENHADO-N                    VALUE 'N'.

       01  WRK-VALIDO              PIC X(1)            VALUE 'S'.
           88  WRK-VALIDO-S                            VALUE 'S'.
           88  WRK-VALIDO-N                            VALUE 'N'.

       01  WRK-ACHOU               PIC X(1)            VALUE 'N'.
           88  WRK-ACHOU-S                             VALUE 'S'.
           88  WRK-ACHOU-N                             VALUE 'N'.

       01  WRK-FIM-BROWSE          PIC X(1)            VALUE 'N'.
           88  WRK-FIM-BROWSE-S                        VALUE 'S'.
           88  WRK-FIM-BROWSE-N                        VALUE 'N'.

       01  WRK-PULAR-INICIO        PIC X(1)            VALUE 'N'.
           88  WRK-PULAR-INICIO-S                      VALUE 'S'.
           88  WRK-PULAR-INICIO-N                      VALUE 'N'.

       01  WRK-CHAVE-CONTA.
           05  WRK-CH-AGENCIA      PIC X(4)            VALUE SPACES.
           05  WRK-CH-CONTA        PIC 9(5)            VALUE ZEROS.

       01  WRK-REG-CONSCTA         PIC X(180)          VALUE SPACES.

       77  WRK-DATA-HOJE           PIC 9(8)            VALUE ZEROS.
       77  WRK-DATA-ONTEM          PIC 9(8)            VALUE ZEROS.

      *    UM DIA EM MILISSEGUNDOS, PARA CHEGAR A ONTEM PELO ABSTIME.
       77  WRK-UM-DIA-ABS          PIC S9(15) COMP-3   VALUE 86400000.

      *----------------------------------------------------------------*
      *    ACESSO AOS KSDS DE BLOQUEIOS E MANDATOS                     *
      *----------------------------------------------------------------*

       77  WRK-ARQUIVO             PIC X(8)            VALUE SPACES.
       77  WRK-TAM-CHAVE           PIC S9(4)  COMP     VALUE ZEROS.
       77  WRK-TAM-REG             PIC S9(4)  COMP     VALUE ZEROS.

       01  WRK-CHAVE-ARQ           PIC X(18)           VALUE SPACES.
       01  WRK-CHAVE-INICIO        PIC X(18)           VALUE SPACES.

       01  WRK-REGISTRO            PIC X(42)           VALUE SPACES.

      *    MESMO LAYOUT DO ARQUIVO HOLDS DO EAD62510.
       01  WRK-REG-BLOQCTA         REDEFINES WRK-REGISTRO.
           05  WRK-BQ-KEY.
               10  WRK-BQ-CLIENT-KEY
                                   PIC X(9).
               10  WRK-BQ-SCOPE    PIC X(1).
               10  WRK-BQ-DOC-NUMBER
                                   PIC 9(4).
           05  WRK-BQ-VALUE        PIC 9(6)V9(2).
           05  WRK-BQ-CONSUMED     PIC X(1).
           05  FILLER              PIC X(19).

      *    MESMO LAYOUT DO ARQUIVO MANDATES DO EAD62510.
       01  WRK-REG-MANDCTA         REDEFINES WRK-REGISTRO.
           05  WRK-MC-KEY.
               10  WRK-MC-DEBTOR-KEY
                                   PIC X(9).
               10  WRK-MC-COUNTERPARTY.
                   15  WRK-MC-CP-BRANCH
                                   PIC X(4).
                   15  WRK-MC-CP-ACCOUNT
                                   PIC 9(5).
           05  WRK-MC-CEILING      PIC 9(6)V9(2).
           05  WRK-MC-START-DATE   PIC 9(8).
           05  WRK-MC-END-DATE     PIC 9(8).

       01  WRK-REG-ANTES           PIC X(42)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    EDICAO DOS VALORES DIGITADOS E DA TELA                      *
      *----------------------------------------------------------------*

       01  WRK-VAL-ENT             PIC 9(6)V9(2)       VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-VAL-ENT.
           05  WRK-VAL-INT         PIC X(6).
           05  WRK-VAL-DEC         PIC X(2).

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

       77  WRK-VALOR-FMT           PIC ZZZ.ZZ9,99      VALUE ZEROS.

       77  WRK-SITUACAO            PIC X(12)           VALUE SPACES.

       77  WRK-QTD-LIN             PIC 9(1)            VALUE ZEROS.

       01  WRK-LINHA-LST           PIC X(70)           VALUE SPACES.

       01  WRK-LINHA-BLQ           REDEFINES WRK-LINHA-LST.
           05  WRK-LB-ESCOPO       PIC X(9).
           05  WRK-LB-LIT-DOC      PIC X(5).
           05  WRK-LB-DOC          PIC X(4).
           05  WRK-LB-LIT-VALOR    PIC X(7).
           05  WRK-LB-VALOR        PIC X(10).
           05  FILLER              PIC X(1).
           05  WRK-LB-SITUACAO     PIC X(12).
           05  FILLER              PIC X(22).

       01  WRK-LINHA-MND           REDEFINES WRK-LINHA-LST.
           05  WRK-LM-LIT-FAV      PIC X(4).
           05  WRK-LM-CP-BRANCH    PIC X(4).
           05  WRK-LM-HIFEN        PIC X(1).
           05  WRK-LM-CP-ACCOUNT   PIC 9(5).
           05  WRK-LM-LIT-TETO     PIC X(6).
           05  WRK-LM-TETO         PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X(1).
           05  WRK-LM-INICIO       PIC X(10).
           05  WRK-LM-LIT-A        PIC X(3).
           05  WRK-LM-FIM          PIC X(10).
           05  FILLER              PIC X(1).
           05  WRK-LM-SITUACAO     PIC X(12).
           05  FILLER              PIC X(3).

      *----------------------------------------------------------------*
      *    VALIDACAO DE DATAS                                          *
      *----------------------------------------------------------------*

       01  WRK-DATA-VALIDAR        PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DATA-VALIDAR.
           05  WRK-DV-ANO          PIC 9(4).
           05  WRK-DV-MES          PIC 9(2).
           05  WRK-DV-DIA          PIC 9(2).

       77  WRK-DIAS-NO-MES         PIC 9(2)            VALUE ZEROS.
       77  WRK-ZL-SOMA             PIC S9(8)  COMP     VALUE ZEROS.
       77  WRK-ZL-QUOC             PIC S9(8)  COMP     VALUE ZEROS.

       77  WRK-DATA-INICIO         PIC 9(8)            VALUE ZEROS.
       77  WRK-DATA-FIM            PIC 9(8)            VALUE ZEROS.

      *----------------------------------------------------------------*
      *    JORNAL DE AUDITORIA                                         *
      *----------------------------------------------------------------*

      *    O BLOQUEIO CABE INTEIRO NA IMAGEM; O MANDATO VAI UMA LINHA
      *    POR CAMPO (CHAVE + VALOR DO CAMPO).
       77  WRK-JRN-ACAO            PIC X(1)            VALUE SPACES.
       77  WRK-JRN-TERMINAL        PIC X(4)            VALUE SPACES.
       77  WRK-JRN-CAMPO           PIC X(10)           VALUE SPACES.
       77  WRK-JRN-ANTES           PIC X(30)           VALUE SPACES.
       77  WRK-JRN-DEPOIS          PIC X(30)           VALUE SPACES.
       77  WRK-JRN-POS             PIC S9(4)  COMP     VALUE ZEROS.

       01  WRK-JRN-IMAGEM-MND.
           05  WRK-JI-CHAVE        PIC X(18)           VALUE SPACES.
           05  WRK-JI-VALOR        PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(4)            VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00C5'.
      *----------------------------------------------------------------*

           COPY MAP00C5.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A255'.

      *    ULT-TIPO/ULT-CHAVE GUARDAM A ULTIMA LINHA LISTADA PARA O
      *    PF8 CONTINUAR A LISTA NA PROXIMA PAGINA.
       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.
           05  WRK-ULT-TIPO        PIC X(1)            VALUE SPACES.
           05  WRK-ULT-CHAVE       PIC X(18)           VALUE SPACES.

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
           05  LKG-ULT-TIPO        PIC X(1).
           05  LKG-ULT-CHAVE       PIC X(18).

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

           MOVE LOW-VALUES         TO MAPBLQI

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
               MOVE 'INFORME TIPO (B/M), FUNCAO, AGENCIA E CONTA'
                                   TO MSGO
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
           ELSE
               MOVE LKG-ULT-TIPO   TO WRK-ULT-TIPO
               MOVE LKG-ULT-CHAVE  TO WRK-ULT-CHAVE
               PERFORM 4010-RECEIVE-MAP
           END-IF
           .

       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR              SECTION.
      *----------------------------------------------------------------*

       2010-PROCESSAR.

           INSPECT TIPOI    REPLACING ALL LOW-VALUES BY SPACES
           INSPECT FUNCAOI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT AGENCIAI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CONTAI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ESCOPOI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DOCTOI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CPAGENI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CPCONTAI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT VALII    REPLACING ALL LOW-VALUES BY ZEROS
           INSPECT VALDI    REPLACING ALL LOW-VALUES BY ZEROS
           INSPECT DTINII   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DTFIMI   REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHPF8
               PERFORM 2080-PROXIMA-PAGINA

             WHEN DFHENTER
               PERFORM 2020-EXECUTAR-FUNCAO

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-EXECUTAR-FUNCAO.

           SET WRK-VALIDO-S        TO TRUE

           MOVE SPACES             TO WRK-ULT-TIPO
                                      WRK-ULT-CHAVE

           PERFORM 2090-LIMPAR-LISTA

           PERFORM 2030-VALIDAR-CHAVE

           IF  WRK-VALIDO-S
               PERFORM 4070-DATAS
               EVALUATE TIPOI
                 WHEN 'B'
                   PERFORM 2100-TRATAR-BLOQUEIO
                 WHEN 'M'
                   PERFORM 2200-TRATAR-MANDATO
               END-EVALUATE
           END-IF
           .

       2020-EXIT.
           EXIT.

       2030-VALIDAR-CHAVE.

           EVALUATE TRUE
             WHEN TIPOI            NOT EQUAL 'B' AND
                  TIPOI            NOT EQUAL 'M'
               MOVE 'TIPO DEVE SER B (BLOQUEIO) OU M (MANDATO)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN FUNCAOI          NOT EQUAL 'C' AND
                  FUNCAOI          NOT EQUAL 'I' AND
                  FUNCAOI          NOT EQUAL 'A' AND
                  FUNCAOI          NOT EQUAL 'E' AND
                  FUNCAOI          NOT EQUAL 'L'
               MOVE 'FUNCAO DEVE SER C, I, A, E OU L'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN AGENCIAI         EQUAL SPACES OR
                  CONTAI           NOT NUMERIC
               MOVE 'INFORME AGENCIA E CONTA (CONTA COM ZEROS A ESQ.)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

      *      LIBERAR BLOQUEIO E MEXER EM MANDATO E COISA DE SUPERVISOR
             WHEN WRK-AUTORIDADE   NOT EQUAL 'S' AND
                  FUNCAOI          NOT EQUAL 'C' AND
                  FUNCAOI          NOT EQUAL 'L' AND
                  (TIPOI           NOT EQUAL 'B' OR
                   FUNCAOI         NOT EQUAL 'I')
               MOVE 'USUARIO SEM AUTORIZACAO PARA ATUALIZAR'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               MOVE AGENCIAI       TO WRK-CH-AGENCIA
               MOVE CONTAI         TO WRK-CH-CONTA
               IF  TIPOI           EQUAL 'B'
                   PERFORM 2040-CHAVE-BLOQUEIO
               ELSE
                   PERFORM 2050-CHAVE-MANDATO
               END-IF
           END-EVALUATE
           .

       2030-EXIT.
           EXIT.

       2040-CHAVE-BLOQUEIO.

           MOVE 'BLOQCTA '         TO WRK-ARQUIVO
           MOVE 14                 TO WRK-TAM-CHAVE
           MOVE 23                 TO WRK-TAM-REG

           MOVE SPACES             TO WRK-REGISTRO
           MOVE WRK-CHAVE-CONTA    TO WRK-BQ-CLIENT-KEY

           EVALUATE TRUE
             WHEN FUNCAOI          EQUAL 'L' AND
                  ESCOPOI          EQUAL SPACES
               MOVE SPACES         TO WRK-BQ-SCOPE
               MOVE ZEROS          TO WRK-BQ-DOC-NUMBER

             WHEN ESCOPOI          EQUAL 'A'
               MOVE 'A'            TO WRK-BQ-SCOPE
               MOVE ZEROS          TO WRK-BQ-DOC-NUMBER

             WHEN ESCOPOI          EQUAL 'D'
               IF  DOCTOI          NOT NUMERIC OR
                   DOCTOI          EQUAL '0000'
                   MOVE 'INFORME O NUMERO DO DOCUMENTO (4 DIGITOS)'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
               ELSE
                   MOVE 'D'        TO WRK-BQ-SCOPE
                   MOVE DOCTOI     TO WRK-BQ-DOC-NUMBER
               END-IF

             WHEN OTHER
               MOVE 'ESCOPO DEVE SER A (CONTA) OU D (DOCUMENTO)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
           END-EVALUATE

           MOVE WRK-BQ-KEY         TO WRK-CHAVE-ARQ
           .

       2040-EXIT.
           EXIT.

       2050-CHAVE-MANDATO.

           MOVE 'MANDCTA '         TO WRK-ARQUIVO
           MOVE 18                 TO WRK-TAM-CHAVE
           MOVE 42                 TO WRK-TAM-REG

           MOVE SPACES             TO WRK-REGISTRO
           MOVE WRK-CHAVE-CONTA    TO WRK-MC-DEBTOR-KEY

           EVALUATE TRUE
             WHEN FUNCAOI          EQUAL 'L' AND
                  CPAGENI          EQUAL SPACES
               MOVE SPACES         TO WRK-MC-CP-BRANCH
               MOVE ZEROS          TO WRK-MC-CP-ACCOUNT

             WHEN CPAGENI          EQUAL SPACES OR
                  CPCONTAI         NOT NUMERIC
               MOVE 'INFORME AGENCIA E CONTA DO FAVORECIDO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               MOVE CPAGENI        TO WRK-MC-CP-BRANCH
               MOVE CPCONTAI       TO WRK-MC-CP-ACCOUNT
           END-EVALUATE

           MOVE WRK-MC-KEY         TO WRK-CHAVE-ARQ
           .

       2050-EXIT.
           EXIT.

       2080-PROXIMA-PAGINA.

           PERFORM 2090-LIMPAR-LISTA

           IF  WRK-ULT-CHAVE       EQUAL SPACES
               MOVE 'NAO HA MAIS REGISTROS - USE L PARA LISTAR'
                                   TO MSGO
           ELSE
               IF  WRK-ULT-TIPO    EQUAL 'B'
                   MOVE 'BLOQCTA ' TO WRK-ARQUIVO
                   MOVE 14         TO WRK-TAM-CHAVE
                   MOVE 23         TO WRK-TAM-REG
               ELSE
                   MOVE 'MANDCTA ' TO WRK-ARQUIVO
                   MOVE 18         TO WRK-TAM-CHAVE
                   MOVE 42         TO WRK-TAM-REG
               END-IF
               MOVE WRK-ULT-CHAVE  TO WRK-CHAVE-ARQ
               MOVE WRK-ULT-CHAVE(1:9)
                                   TO WRK-CHAVE-CONTA
               SET WRK-PULAR-INICIO-S
                                   TO TRUE
               PERFORM 4070-DATAS
               PERFORM 2300-LISTAR
           END-IF
           .

       2080-EXIT.
           EXIT.

       2090-LIMPAR-LISTA.

           MOVE SPACES             TO LIN1O LIN2O LIN3O LIN4O
                                      LIN5O LIN6O LIN7O LIN8O
                                      SITUACO
           .

       2090-EXIT.
           EXIT.

       2100-TRATAR-BLOQUEIO.

           EVALUATE FUNCAOI
             WHEN 'C'
               PERFORM 7010-LER-REGISTRO
               IF  WRK-ACHOU-S
                   PERFORM 2110-EXIBIR-BLOQUEIO
                   MOVE 'CONSULTA REALIZADA'
                                   TO MSGO
               END-IF

             WHEN 'I'
               PERFORM 7080-LER-CONSCTA
               IF  WRK-VALIDO-S
                   PERFORM 7010-LER-REGISTRO
                   IF  WRK-ACHOU-S
                       MOVE 'BLOQUEIO JA CADASTRADO'
                                   TO MSGO
                   ELSE
                       PERFORM 6110-MONTAR-BLOQUEIO
                       IF  WRK-VALIDO-S
                           PERFORM 7040-GRAVAR-REGISTRO
                       END-IF
                       IF  WRK-VALIDO-S
                           MOVE SPACES
                                   TO WRK-REG-ANTES
                           MOVE 'I'
                                   TO WRK-JRN-ACAO
                           PERFORM 7515-JORNAL-BLOQUEIO
                           PERFORM 2110-EXIBIR-BLOQUEIO
                           MOVE 'BLOQUEIO INCLUIDO COM SUCESSO'
                                   TO MSGO
                       END-IF
                   END-IF
               END-IF

             WHEN 'A'
               PERFORM 7020-LER-PARA-ATUALIZAR
               IF  WRK-ACHOU-S
                   MOVE WRK-REGISTRO
                                   TO WRK-REG-ANTES
                   IF  WRK-BQ-SCOPE
                                   EQUAL 'A'
                       MOVE 'BLOQUEIO DE CONTA NAO TEM VALOR - USE E'
                                   TO MSGO
                       SET WRK-VALIDO-N
                                   TO TRUE
                   ELSE
                       PERFORM 6110-MONTAR-BLOQUEIO
                   END-IF
                   IF  WRK-VALIDO-S
                       PERFORM 7030-REGRAVAR-REGISTRO
                       MOVE 'A'    TO WRK-JRN-ACAO
                       PERFORM 7515-JORNAL-BLOQUEIO
                       PERFORM 2110-EXIBIR-BLOQUEIO
                       MOVE 'BLOQUEIO ALTERADO COM SUCESSO'
                                   TO MSGO
                   ELSE
                       PERFORM 7070-DESTRAVAR
                   END-IF
               END-IF

             WHEN 'E'
               PERFORM 7020-LER-PARA-ATUALIZAR
               IF  WRK-ACHOU-S
                   MOVE WRK-REGISTRO
                                   TO WRK-REG-ANTES
                   PERFORM 7050-EXCLUIR-REGISTRO
                   MOVE SPACES     TO WRK-REGISTRO
                   MOVE 'E'        TO WRK-JRN-ACAO
                   PERFORM 7515-JORNAL-BLOQUEIO
                   MOVE 'BLOQUEIO ENCERRADO - CONTA/DOCUMENTO LIBERADO'
                                   TO MSGO
               END-IF

             WHEN 'L'
               SET WRK-PULAR-INICIO-N
                                   TO TRUE
               PERFORM 2300-LISTAR
           END-EVALUATE
           .

       2100-EXIT.
           EXIT.

       2110-EXIBIR-BLOQUEIO.

           MOVE WRK-BQ-SCOPE       TO ESCOPOO
           MOVE WRK-BQ-DOC-NUMBER  TO DOCTOO
           MOVE WRK-BQ-VALUE       TO WRK-VAL-ENT
           MOVE WRK-VAL-INT        TO VALIO
           MOVE WRK-VAL-DEC        TO VALDO

           PERFORM 6130-SITUACAO-BLOQUEIO
           MOVE WRK-SITUACAO       TO SITUACO
           .

       2110-EXIT.
           EXIT.

       2200-TRATAR-MANDATO.

           EVALUATE FUNCAOI
             WHEN 'C'
               PERFORM 7010-LER-REGISTRO
               IF  WRK-ACHOU-S
                   PERFORM 2210-EXIBIR-MANDATO
                   MOVE 'CONSULTA REALIZADA'
                                   TO MSGO
               END-IF

             WHEN 'I'
               PERFORM 7080-LER-CONSCTA
               IF  WRK-VALIDO-S
                   PERFORM 7010-LER-REGISTRO
                   IF  WRK-ACHOU-S
                       MOVE 'MANDATO JA CADASTRADO - USE A'
                                   TO MSGO
                   ELSE
                       PERFORM 6210-MONTAR-MANDATO
                       IF  WRK-VALIDO-S
                           PERFORM 7040-GRAVAR-REGISTRO
                       END-IF
                       IF  WRK-VALIDO-S
                           MOVE SPACES
                                   TO WRK-REG-ANTES
                           MOVE 'I'
                                   TO WRK-JRN-ACAO
                           PERFORM 7520-JORNAL-MANDATO
                           PERFORM 2210-EXIBIR-MANDATO
                           MOVE 'MANDATO INCLUIDO COM SUCESSO'
                                   TO MSGO
                       END-IF
                   END-IF
               END-IF

             WHEN 'A'
               PERFORM 7020-LER-PARA-ATUALIZAR
               IF  WRK-ACHOU-S
                   MOVE WRK-REGISTRO
                                   TO WRK-REG-ANTES
                   PERFORM 6210-MONTAR-MANDATO
                   IF  WRK-VALIDO-S
                       PERFORM 7030-REGRAVAR-REGISTRO
                       MOVE 'A'    TO WRK-JRN-ACAO
                       PERFORM 7520-JORNAL-MANDATO
                       PERFORM 2210-EXIBIR-MANDATO
                       MOVE 'MANDATO ALTERADO COM SUCESSO'
                                   TO MSGO
                   ELSE
                       PERFORM 7070-DESTRAVAR
                   END-IF
               END-IF

             WHEN 'E'
               PERFORM 7020-LER-PARA-ATUALIZAR
               IF  WRK-ACHOU-S
                   IF  WRK-MC-END-DATE
                                   NOT GREATER WRK-DATA-ONTEM
                       PERFORM 7070-DESTRAVAR
                       PERFORM 2210-EXIBIR-MANDATO
                       MOVE 'MANDATO JA ENCERRADO'
                                   TO MSGO
                   ELSE
                       MOVE WRK-REGISTRO
                                   TO WRK-REG-ANTES
                       MOVE WRK-DATA-ONTEM
                                   TO WRK-MC-END-DATE
                       PERFORM 7030-REGRAVAR-REGISTRO
                       MOVE 'E'    TO WRK-JRN-ACAO
                       PERFORM 7520-JORNAL-MANDATO
                       PERFORM 2210-EXIBIR-MANDATO
                       MOVE 'MANDATO ENCERRADO - VIGENCIA ATE ONTEM'
                                   TO MSGO
                   END-IF
               END-IF

             WHEN 'L'
               SET WRK-PULAR-INICIO-N
                                   TO TRUE
               PERFORM 2300-LISTAR
           END-EVALUATE
           .

       2200-EXIT.
           EXIT.

       2210-EXIBIR-MANDATO.

           MOVE WRK-MC-CP-BRANCH   TO CPAGENO
           MOVE WRK-MC-CP-ACCOUNT  TO CPCONTAO
           MOVE WRK-MC-CEILING     TO WRK-VAL-ENT
           MOVE WRK-VAL-INT        TO VALIO
           MOVE WRK-VAL-DEC        TO VALDO
           MOVE WRK-MC-START-DATE  TO DTINIO
           MOVE WRK-MC-END-DATE    TO DTFIMO

           PERFORM 6230-SITUACAO-MANDATO
           MOVE WRK-SITUACAO       TO SITUACO
           .

       2210-EXIT.
           EXIT.

       2300-LISTAR.

      *    ATE OITO LINHAS DA CONTA A PARTIR DA CHAVE; COM A PAGINA
      *    CHEIA A ULTIMA CHAVE FICA NA COMMAREA PARA O PF8.

           MOVE '2300-LISTAR'      TO WRK-PARAGRAFO

           MOVE ZEROS              TO WRK-QTD-LIN
           MOVE WRK-CHAVE-ARQ      TO WRK-CHAVE-INICIO
           MOVE SPACES             TO WRK-ULT-TIPO
                                      WRK-ULT-CHAVE

           EXEC CICS STARTBR
               FILE      (WRK-ARQUIVO)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               GTEQ
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-FIM-BROWSE-N
                                   TO TRUE
               PERFORM 2310-PROXIMO-DA-LISTA
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE (WRK-ARQUIVO)
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           EVALUATE TRUE
             WHEN WRK-QTD-LIN      EQUAL ZEROS
               MOVE SPACES         TO WRK-ULT-TIPO
                                      WRK-ULT-CHAVE
               IF  WRK-PULAR-INICIO-S
                   MOVE 'NAO HA MAIS REGISTROS PARA A CONTA'
                                   TO MSGO
               ELSE
                   MOVE 'NENHUM REGISTRO PARA A CONTA'
                                   TO MSGO
               END-IF
             WHEN WRK-QTD-LIN      EQUAL 8
               MOVE 'PF8 = PROXIMA PAGINA'
                                   TO MSGO
             WHEN OTHER
               MOVE SPACES         TO WRK-ULT-TIPO
                                      WRK-ULT-CHAVE
               MOVE 'FIM DA LISTA' TO MSGO
           END-EVALUATE
           .

       2300-EXIT.
           EXIT.

       2310-PROXIMO-DA-LISTA.

           EXEC CICS READNEXT
               FILE      (WRK-ARQUIVO)
               INTO      (WRK-REGISTRO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
                 WHEN WRK-CHAVE-ARQ(1:9)
                                   NOT EQUAL WRK-CHAVE-CONTA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
                 WHEN WRK-PULAR-INICIO-S AND
                      WRK-CHAVE-ARQ
                                   EQUAL WRK-CHAVE-INICIO
                   CONTINUE
                 WHEN OTHER
                   ADD 1           TO WRK-QTD-LIN
                   PERFORM 2320-MONTAR-LINHA
                   IF  WRK-ARQUIVO EQUAL 'BLOQCTA '
                       MOVE 'B'    TO WRK-ULT-TIPO
                   ELSE
                       MOVE 'M'    TO WRK-ULT-TIPO
                   END-IF
                   MOVE WRK-CHAVE-ARQ
                                   TO WRK-ULT-CHAVE
                   IF  WRK-QTD-LIN EQUAL 8
                       SET WRK-FIM-BROWSE-S
                                   TO TRUE
                   END-IF
               END-EVALUATE
             WHEN DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-S
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       2310-EXIT.
           EXIT.

       2320-MONTAR-LINHA.

           IF  WRK-ARQUIVO         EQUAL 'BLOQCTA '
               PERFORM 6140-LINHA-BLOQUEIO
           ELSE
               PERFORM 6240-LINHA-MANDATO
           END-IF

           EVALUATE WRK-QTD-LIN
             WHEN 1
               MOVE WRK-LINHA-LST  TO LIN1O
             WHEN 2
               MOVE WRK-LINHA-LST  TO LIN2O
             WHEN 3
               MOVE WRK-LINHA-LST  TO LIN3O
             WHEN 4
               MOVE WRK-LINHA-LST  TO LIN4O
             WHEN 5
               MOVE WRK-LINHA-LST  TO LIN5O
             WHEN 6
               MOVE WRK-LINHA-LST  TO LIN6O
             WHEN 7
               MOVE WRK-LINHA-LST  TO LIN7O
             WHEN 8
               MOVE WRK-LINHA-LST  TO LIN8O
           END-EVALUATE
           .

       2320-EXIT.
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
               MAP    ('MAPBLQ')
               MAPSET ('MAP00C5')
               INTO   (MAPBLQI)
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

           MOVE 'A255'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00C5')
                   MAP    ('MAPBLQ')
                   FROM   (MAPBLQO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00C5')
                   MAP    ('MAPBLQ')
                   ERASE
                   FROM   (MAPBLQO)
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

       4070-DATAS.

      *    HOJE PARA A SITUACAO DO MANDATO; ONTEM PARA O ENCERRAMENTO,
      *    QUE TEM DE VALER JA NA LINHA DE SALDOS DESTA NOITE.

           PERFORM 4040-ASKTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               YYYYMMDD (WRK-DATA-HOJE)
               RESP     (WRK-RESP-CICS)
           END-EXEC

           SUBTRACT WRK-UM-DIA-ABS FROM WRK-ABSTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               YYYYMMDD (WRK-DATA-ONTEM)
               RESP     (WRK-RESP-CICS)
           END-EXEC
           .

       4070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-VALIDACOES             SECTION.
      *----------------------------------------------------------------*

       5010-VALIDAR-DATA.

           EVALUATE TRUE
             WHEN WRK-DATA-VALIDAR NOT NUMERIC
               MOVE 'DATA DEVE SER NUMERICA (AAAAMMDD)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN WRK-DV-ANO       LESS 1990 OR
                  WRK-DV-ANO       GREATER 2099
               MOVE 'ANO FORA DO INTERVALO 1990 A 2099'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN WRK-DV-MES       LESS 01 OR
                  WRK-DV-MES       GREATER 12
               MOVE 'MES INVALIDO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               PERFORM 5015-DIAS-NO-MES
               IF  WRK-DV-DIA      LESS 01 OR
                   WRK-DV-DIA      GREATER WRK-DIAS-NO-MES
                   MOVE 'DIA INVALIDO PARA O MES'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
               END-IF
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

       5015-DIAS-NO-MES.

           EVALUATE WRK-DV-MES
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31             TO WRK-DIAS-NO-MES
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30             TO WRK-DIAS-NO-MES
             WHEN 02
               DIVIDE WRK-DV-ANO BY 4
                   GIVING WRK-ZL-QUOC
                   REMAINDER WRK-ZL-SOMA
               IF  WRK-ZL-SOMA     EQUAL ZEROS
                   MOVE 29         TO WRK-DIAS-NO-MES
               ELSE
                   MOVE 28         TO WRK-DIAS-NO-MES
               END-IF
           END-EVALUATE
           .

       5015-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-MONTAGEM               SECTION.
      *----------------------------------------------------------------*

       6010-FORMATAR-DATA.

           MOVE WRK-DE-DIA         TO WRK-DF-DIA
           MOVE WRK-DE-MES         TO WRK-DF-MES
           MOVE WRK-DE-ANO         TO WRK-DF-ANO
           .

       6010-EXIT.
           EXIT.

       6110-MONTAR-BLOQUEIO.

      *    NO BLOQUEIO DE CONTA O VALOR NAO SE APLICA E FICA ZERADO.

           IF  WRK-BQ-SCOPE        EQUAL 'A'
               MOVE ZEROS          TO WRK-VAL-ENT
           ELSE
               IF  VALII           NOT NUMERIC OR
                   VALDI           NOT NUMERIC
                   MOVE 'VALOR DEVE SER NUMERICO COM ZEROS A ESQ.'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
               ELSE
                   MOVE VALII      TO WRK-VAL-INT
                   MOVE VALDI      TO WRK-VAL-DEC
               END-IF
           END-IF

           IF  WRK-VALIDO-S
               IF  FUNCAOI         EQUAL 'I'
                   MOVE WRK-CHAVE-ARQ
                                   TO WRK-BQ-KEY
                   MOVE 'N'        TO WRK-BQ-CONSUMED
               END-IF
               MOVE WRK-VAL-ENT    TO WRK-BQ-VALUE
           END-IF
           .

       6110-EXIT.
           EXIT.

       6130-SITUACAO-BLOQUEIO.

      *    O DE CONTA SEGUE VALENDO MESMO DEPOIS DE USADO; O DE
      *    DOCUMENTO CAI QUANDO O BATCH O CONSOME.

           IF  WRK-BQ-SCOPE        EQUAL 'D' AND
               WRK-BQ-CONSUMED     EQUAL 'Y'
               MOVE 'CONSUMIDO'    TO WRK-SITUACAO
           ELSE
               MOVE 'ATIVO'        TO WRK-SITUACAO
           END-IF
           .

       6130-EXIT.
           EXIT.

       6140-LINHA-BLOQUEIO.

           MOVE SPACES             TO WRK-LINHA-LST

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

           MOVE ' DOC '            TO WRK-LB-LIT-DOC
           MOVE ' VALOR '          TO WRK-LB-LIT-VALOR

           IF  WRK-BQ-VALUE        EQUAL ZEROS
               MOVE 'QUALQUER'     TO WRK-LB-VALOR
           ELSE
               MOVE WRK-BQ-VALUE   TO WRK-VALOR-FMT
               MOVE WRK-VALOR-FMT  TO WRK-LB-VALOR
           END-IF

           PERFORM 6130-SITUACAO-BLOQUEIO
           MOVE WRK-SITUACAO       TO WRK-LB-SITUACAO
           .

       6140-EXIT.
           EXIT.

       6210-MONTAR-MANDATO.

           EVALUATE TRUE
             WHEN VALII            NOT NUMERIC OR
                  VALDI            NOT NUMERIC
               MOVE 'TETO DEVE SER NUMERICO COM ZEROS A ESQ.'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               MOVE VALII          TO WRK-VAL-INT
               MOVE VALDI          TO WRK-VAL-DEC
               IF  WRK-VAL-ENT     EQUAL ZEROS
                   MOVE 'TETO DO MANDATO DEVE SER MAIOR QUE ZERO'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
               END-IF
           END-EVALUATE

           IF  WRK-VALIDO-S
               MOVE DTINII         TO WRK-DATA-VALIDAR
               PERFORM 5010-VALIDAR-DATA
               MOVE WRK-DATA-VALIDAR
                                   TO WRK-DATA-INICIO
           END-IF

           IF  WRK-VALIDO-S
               MOVE DTFIMI         TO WRK-DATA-VALIDAR
               PERFORM 5010-VALIDAR-DATA
               MOVE WRK-DATA-VALIDAR
                                   TO WRK-DATA-FIM
           END-IF

           IF  WRK-VALIDO-S AND
               WRK-DATA-FIM        LESS WRK-DATA-INICIO
               MOVE 'DATA FINAL ANTERIOR A DATA INICIAL'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
           END-IF

           IF  WRK-VALIDO-S
               IF  FUNCAOI         EQUAL 'I'
                   MOVE WRK-CHAVE-ARQ
                                   TO WRK-MC-KEY
               END-IF
               MOVE WRK-VAL-ENT    TO WRK-MC-CEILING
               MOVE WRK-DATA-INICIO
                                   TO WRK-MC-START-DATE
               MOVE WRK-DATA-FIM   TO WRK-MC-END-DATE
           END-IF
           .

       6210-EXIT.
           EXIT.

       6230-SITUACAO-MANDATO.

      *    MESMA REGRA DO EAD62510: VIGENTE DO INICIO AO FIM,
      *    INCLUSIVE.

           EVALUATE TRUE
             WHEN WRK-DATA-HOJE    LESS WRK-MC-START-DATE
               MOVE 'FUTURO'       TO WRK-SITUACAO
             WHEN WRK-DATA-HOJE    GREATER WRK-MC-END-DATE
               MOVE 'ENCERRADO'    TO WRK-SITUACAO
             WHEN OTHER
               MOVE 'VIGENTE'      TO WRK-SITUACAO
           END-EVALUATE
           .

       6230-EXIT.
           EXIT.

       6240-LINHA-MANDATO.

           MOVE SPACES             TO WRK-LINHA-LST

           MOVE 'FAV '             TO WRK-LM-LIT-FAV
           MOVE WRK-MC-CP-BRANCH   TO WRK-LM-CP-BRANCH
           MOVE '-'                TO WRK-LM-HIFEN
           MOVE WRK-MC-CP-ACCOUNT  TO WRK-LM-CP-ACCOUNT
           MOVE ' TETO '           TO WRK-LM-LIT-TETO
           MOVE WRK-MC-CEILING     TO WRK-LM-TETO

           MOVE WRK-MC-START-DATE  TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LM-INICIO

           MOVE ' A '              TO WRK-LM-LIT-A

           MOVE WRK-MC-END-DATE    TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LM-FIM

           PERFORM 6230-SITUACAO-MANDATO
           MOVE WRK-SITUACAO       TO WRK-LM-SITUACAO
           .

       6240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       7010-LER-REGISTRO.

           MOVE '7010-LER-REGISTRO'
                                   TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           EXEC CICS READ
               FILE      (WRK-ARQUIVO)
               INTO      (WRK-REGISTRO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'REGISTRO NAO ENCONTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7010-EXIT.
           EXIT.

       7020-LER-PARA-ATUALIZAR.

           MOVE '7020-LER-PARA-ATUALIZAR'
                                   TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           EXEC CICS READ
               FILE      (WRK-ARQUIVO)
               INTO      (WRK-REGISTRO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               UPDATE
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'REGISTRO NAO ENCONTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7020-EXIT.
           EXIT.

       7030-REGRAVAR-REGISTRO.

           MOVE '7030-REGRAVAR-REGISTRO'
                                   TO WRK-PARAGRAFO

           EXEC CICS REWRITE
               FILE   (WRK-ARQUIVO)
               FROM   (WRK-REGISTRO)
               LENGTH (WRK-TAM-REG)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7030-EXIT.
           EXIT.

       7040-GRAVAR-REGISTRO.

           MOVE '7040-GRAVAR-REGISTRO'
                                   TO WRK-PARAGRAFO

           EXEC CICS WRITE
               FILE      (WRK-ARQUIVO)
               FROM      (WRK-REGISTRO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(DUPREC)
               MOVE 'REGISTRO JA CADASTRADO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7040-EXIT.
           EXIT.

       7050-EXCLUIR-REGISTRO.

           MOVE '7050-EXCLUIR-REGISTRO'
                                   TO WRK-PARAGRAFO

           EXEC CICS DELETE
               FILE (WRK-ARQUIVO)
               RESP (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7050-EXIT.
           EXIT.

       7070-DESTRAVAR.

           EXEC CICS UNLOCK
               FILE (WRK-ARQUIVO)
               RESP (WRK-RESP-CICS)
           END-EXEC
           .

       7070-EXIT.
           EXIT.

       7080-LER-CONSCTA.

      *    SO SE CADASTRA BLOQUEIO OU MANDATO PARA CONTA QUE EXISTE
      *    NO CADASTRO DE CLIENTES (CARGA NOTURNA DO EAD62626).

           MOVE '7080-LER-CONSCTA' TO WRK-PARAGRAFO

           EXEC CICS READ
               FILE   ('CONSCTA')
               INTO   (WRK-REG-CONSCTA)
               RIDFLD (WRK-CHAVE-CONTA)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'CONTA NAO ENCONTRADA NO CADASTRO DE CLIENTES'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE
           .

       7080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7500-JORNAL                 SECTION.
      *----------------------------------------------------------------*

       7510-GRAVAR-JORNAL.

           MOVE '7510-GRAVAR-JORNAL'
                                   TO WRK-PARAGRAFO

           MOVE EIBTRMID           TO WRK-JRN-TERMINAL

           PERFORM 4040-ASKTIME

           EXEC SQL
               INSERT INTO EAD625.AUDIT_LOG
                      (TERMINAL, ABSTIME, ID_EMPLOYEE,
                       OPERATION, USUARIO,
                       FIELD, OLD_IMAGE, NEW_IMAGE)
               VALUES (:WRK-JRN-TERMINAL
                     , :WRK-ABSTIME
                     , '   '
                     , :WRK-JRN-ACAO
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

       7510-EXIT.
           EXIT.

       7515-JORNAL-BLOQUEIO.

           MOVE 'BLOQCTA'          TO WRK-JRN-CAMPO
           MOVE WRK-REG-ANTES(1:23)
                                   TO WRK-JRN-ANTES
           MOVE WRK-REGISTRO(1:23) TO WRK-JRN-DEPOIS

           PERFORM 7510-GRAVAR-JORNAL
           .

       7515-EXIT.
           EXIT.

       7520-JORNAL-MANDATO.

      *    TETO NA POSICAO 19, INICIO NA 27 E FIM NA 35 DO REGISTRO;
      *    SO VAI PARA O JORNAL O CAMPO QUE MUDOU.

           MOVE 'MND-TETO'         TO WRK-JRN-CAMPO
           MOVE 19                 TO WRK-JRN-POS
           PERFORM 7525-JORNAL-CAMPO-MANDATO

           MOVE 'MND-INICIO'       TO WRK-JRN-CAMPO
           MOVE 27                 TO WRK-JRN-POS
           PERFORM 7525-JORNAL-CAMPO-MANDATO

           MOVE 'MND-FIM'          TO WRK-JRN-CAMPO
           MOVE 35                 TO WRK-JRN-POS
           PERFORM 7525-JORNAL-CAMPO-MANDATO
           .

       7520-EXIT.
           EXIT.

       7525-JORNAL-CAMPO-MANDATO.

           IF  WRK-REG-ANTES(WRK-JRN-POS:8)
                                   EQUAL WRK-REGISTRO(WRK-JRN-POS:8)
               GO TO 7525-EXIT
           END-IF

           MOVE WRK-MC-KEY         TO WRK-JI-CHAVE

           IF  WRK-REG-ANTES       EQUAL SPACES
               MOVE SPACES         TO WRK-JRN-ANTES
           ELSE
               MOVE WRK-REG-ANTES(WRK-JRN-POS:8)
                                   TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM-MND
                                   TO WRK-JRN-ANTES
           END-IF

           MOVE WRK-REGISTRO(WRK-JRN-POS:8)
                                   TO WRK-JI-VALOR
           MOVE WRK-JRN-IMAGEM-MND TO WRK-JRN-DEPOIS

           PERFORM 7510-GRAVAR-JORNAL
           .

       7525-EXIT.
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

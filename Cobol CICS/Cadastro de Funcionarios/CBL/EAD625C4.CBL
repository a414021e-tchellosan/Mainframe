      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625C4.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625C4                                     *
      *   LINGUAGEM     : COBOL/CICS + DB2                             *
      *   OBJETIVO      : AVALIACAO ANUAL DE DESEMPENHO PELO GESTOR    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   REGISTRA A NOTA (1 A 5) DO FUNCIONARIO NO ANO DA AVALIACAO   *
      *   NA TABELA EAD625.APPRAISAL, LIDA PELA PROPOSTA DE MERITO     *
      *   EAD62566.  SO O GESTOR DIRETO (EMPLOYEE.MANAGER) AVALIA: O   *
      *   USUARIO DO SIGN-ON E LIGADO AO SEU FUNCIONARIO PELA TABELA   *
      *   EAD625.USER_EMPLOYEE (MANTIDA PELO BATCH EAD62669).  O ANO   *
      *   E O CORRENTE OU O ANTERIOR; UMA NOVA NOTA DO MESMO ANO       *
      *   SUBSTITUI A ANTERIOR.  TODA GRAVACAO VAI PARA O JORNAL       *
      *   EAD625.AUDIT_LOG (CAMPO AVALIACAO).  SEM NOTA, O <ENTER>     *
      *   SO CONSULTA.  PF3 VOLTA AO MENU, PF12 ENCERRA.               *
      *                                                                *
      *   TABELA EAD625.APPRAISAL:                                     *
      *     ID_EMPLOYEE CHAR(4), REVIEW_YEAR CHAR(4), RATING SMALLINT, *
      *     REVIEWER CHAR(8), REVIEW_DATE DATE                         *
      *     CHAVE PRIMARIA (ID_EMPLOYEE, REVIEW_YEAR)                  *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625C4'.

       77  WRK-RESP-CICS           PIC S9(4)  COMP     VALUE ZEROS.

       77  WRK-ABSTIME             PIC S9(15) COMP-3   VALUE ZEROS.

       77  WRK-PARAGRAFO           PIC X(30)           VALUE SPACES.

       77  WRK-MENSAGEM            PIC X(79)           VALUE SPACES.

       77  WRK-CODIGO-RETORNO      PIC ZZ9             VALUE ZEROS.

       01  WRK-MAPA-DESENHADO      PIC X(1)            VALUE SPACES.
           88  WRK-MAPA-DESENHADO-S                    VALUE 'S'.
           88  WRK-MAPA-DESENHADO-N                    VALUE 'N'.

       77  WRK-FMT-SQLCODE         PIC -9(3)           VALUE ZEROS.

       01  WRK-VALIDO              PIC X(1)            VALUE 'S'.
           88  WRK-VALIDO-S                            VALUE 'S'.
           88  WRK-VALIDO-N                            VALUE 'N'.

       01  WRK-AVALIADO            PIC X(1)            VALUE 'N'.
           88  WRK-AVALIADO-S                          VALUE 'S'.
           88  WRK-AVALIADO-N                          VALUE 'N'.

      *----------------------------------------------------------------*
      *    LINHAS DAS TABELAS DB2                                      *
      *----------------------------------------------------------------*

       01  WRK-FUNCIONARIO.
           05  WRK-FU-ID           PIC X(4)            VALUE SPACES.
           05  WRK-FU-NOME         PIC X(30)           VALUE SPACES.
           05  WRK-FU-DEPT         PIC X(3)            VALUE SPACES.
           05  WRK-FU-GESTOR       PIC X(4)            VALUE SPACES.
           05  WRK-FU-SITUACAO     PIC X(1)            VALUE SPACES.

       77  WRK-NULL-GESTOR         PIC S9(4)  COMP     VALUE ZEROS.

      *    FUNCIONARIO LIGADO AO USUARIO DO SIGN-ON
       77  WRK-ID-USUARIO          PIC X(4)            VALUE SPACES.

       01  WRK-AVALIACAO.
           05  WRK-AV-ANO          PIC X(4)            VALUE SPACES.
           05  WRK-AV-NOTA         PIC S9(4)  COMP     VALUE ZEROS.
           05  WRK-AV-REVISOR      PIC X(8)            VALUE SPACES.
           05  WRK-AV-DATA         PIC X(10)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATAS E NOTA DA TELA                                        *
      *----------------------------------------------------------------*

       01  WRK-HOJE                PIC X(8)            VALUE SPACES.
       01  FILLER                  REDEFINES WRK-HOJE.
           05  WRK-HOJE-ANO        PIC 9(4).
           05  FILLER              PIC X(4).

       77  WRK-ANO-NUM             PIC 9(4)            VALUE ZEROS.
       77  WRK-ANO-MINIMO          PIC 9(4)            VALUE ZEROS.

       77  WRK-NOTA-NUM            PIC 9(1)            VALUE ZEROS.

       01  WRK-DATA-ISO.
           05  WRK-DI-ANO          PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-DI-MES          PIC X(2)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-DI-DIA          PIC X(2)            VALUE SPACES.

       01  WRK-DATA-FMT.
           05  WRK-DF-DIA          PIC X(2)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-MES          PIC X(2)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE '/'.
           05  WRK-DF-ANO          PIC X(4)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    JORNAL                                                      *
      *----------------------------------------------------------------*

       77  WRK-JRN-TERMINAL        PIC X(4)            VALUE SPACES.
       77  WRK-JRN-CAMPO           PIC X(10)           VALUE
           'AVALIACAO'.
       77  WRK-JRN-ANTES           PIC X(30)           VALUE SPACES.
       77  WRK-JRN-DEPOIS          PIC X(30)           VALUE SPACES.

       01  WRK-JRN-IMAGEM.
           05  WRK-JI-ANO          PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-JI-NOTA         PIC 9(1)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-JI-REVISOR      PIC X(8)            VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00C4'.
      *----------------------------------------------------------------*

           COPY MAP00C4.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A254'.

       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.

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

           MOVE LOW-VALUES         TO MAPAVLI

           IF  EIBCALEN            GREATER ZEROS
               MOVE LKG-USUARIO    TO WRK-USUARIO
               MOVE LKG-AUTORIDADE TO WRK-AUTORIDADE
           END-IF.

      *    O USUARIO DO SIGN-ON FICA GRAVADO COMO AVALIADOR.

           IF  WRK-AUTORIDADE      NOT EQUAL 'C' AND
               WRK-AUTORIDADE      NOT EQUAL 'S'
               MOVE 'USUARIO SEM SIGN-ON. ENTRE PELA TRANSACAO A25S'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT
           END-IF.

      *    VINDO DO MENU, O FUNCIONARIO ESCOLHIDO JA VEM NA TELA.

           IF  EIBCALEN            LESS LENGTH OF WRK-COMMAREA
               IF  EIBCALEN        NOT LESS LENGTH OF LKG-ID-FUNC
                   MOVE LKG-ID-FUNC
                                   TO IDFUNCO
               END-IF
               PERFORM 4070-DATA-HOJE
               MOVE WRK-HOJE-ANO   TO ANOO
               MOVE 'INFORME FUNCIONARIO, ANO E NOTA (1 A 5)'
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
           INSPECT ANOI      REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NOTAI     REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHENTER
               PERFORM 2020-TRATAR-AVALIACAO

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-TRATAR-AVALIACAO.

      *    SEM NOTA E SO CONSULTA DA AVALIACAO DO ANO; COM ELA, O
      *    GESTOR E CONFERIDO E A NOTA GRAVADA.

           SET WRK-VALIDO-S        TO TRUE

           MOVE SPACES             TO NOMEO DEPTOO GESTORO NOTAATUO
                                      REVISORO DTREVO

           PERFORM 2030-VALIDAR-FUNCIONARIO

           IF  WRK-VALIDO-S
               PERFORM 2040-VALIDAR-ANO
           END-IF

           IF  WRK-VALIDO-S
               PERFORM 5030-LER-AVALIACAO
               PERFORM 6010-MOVER-AVALIACAO
           END-IF

           IF  WRK-VALIDO-S
               IF  NOTAI           EQUAL SPACES
                   IF  WRK-AVALIADO-S
                       MOVE 'AVALIADO NO ANO. INFORME NOTA PARA ALTERAR'
                                   TO MSGO
                   ELSE
                       MOVE 'FUNCIONARIO AINDA NAO AVALIADO NO ANO'
                                   TO MSGO
                   END-IF
               ELSE
                   PERFORM 2050-VALIDAR-GESTOR
                   IF  WRK-VALIDO-S
                       PERFORM 2060-VALIDAR-NOTA
                   END-IF
                   IF  WRK-VALIDO-S
                       PERFORM 5040-GRAVAR-AVALIACAO
                   END-IF
               END-IF
           END-IF
           .

       2020-EXIT.
           EXIT.

       2030-VALIDAR-FUNCIONARIO.

           IF  IDFUNCI             EQUAL SPACES
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'INFORME O FUNCIONARIO E <ENTER>'
                                   TO MSGO
           ELSE
               MOVE IDFUNCI        TO WRK-FU-ID
               PERFORM 5010-LER-FUNCIONARIO
           END-IF

           IF  WRK-VALIDO-S
               MOVE WRK-FU-NOME    TO NOMEO
               MOVE WRK-FU-DEPT    TO DEPTOO
               MOVE WRK-FU-GESTOR  TO GESTORO
               IF  WRK-FU-SITUACAO NOT EQUAL 'A'
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'FUNCIONARIO NAO ESTA ATIVO'
                                   TO MSGO
               END-IF
           END-IF
           .

       2030-EXIT.
           EXIT.

       2040-VALIDAR-ANO.

      *    AVALIA-SE O CICLO CORRENTE OU O QUE ACABOU DE FECHAR.

           PERFORM 4070-DATA-HOJE

           IF  ANOI                EQUAL SPACES
               MOVE WRK-HOJE-ANO   TO ANOI
           END-IF

           COMPUTE WRK-ANO-MINIMO = WRK-HOJE-ANO - 1

           IF  ANOI                NOT NUMERIC
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'ANO DA AVALIACAO DEVE SER AAAA'
                                   TO MSGO
           ELSE
               MOVE ANOI           TO WRK-ANO-NUM
               IF  WRK-ANO-NUM     GREATER WRK-HOJE-ANO OR
                   WRK-ANO-NUM     LESS WRK-ANO-MINIMO
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'ANO DEVE SER O CORRENTE OU O ANTERIOR'
                                   TO MSGO
               ELSE
                   MOVE ANOI       TO WRK-AV-ANO
               END-IF
           END-IF
           .

       2040-EXIT.
           EXIT.

       2050-VALIDAR-GESTOR.

           PERFORM 5020-LER-VINCULO

           EVALUATE TRUE
             WHEN WRK-VALIDO-N
               CONTINUE

             WHEN WRK-ID-USUARIO   EQUAL WRK-FU-ID
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'O FUNCIONARIO NAO PODE AVALIAR A SI MESMO'
                                   TO MSGO

             WHEN WRK-NULL-GESTOR  LESS ZEROS OR
                  WRK-FU-GESTOR    NOT EQUAL WRK-ID-USUARIO
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'SOMENTE O GESTOR DIRETO PODE AVALIAR'
                                   TO MSGO

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       2050-EXIT.
           EXIT.

       2060-VALIDAR-NOTA.

           IF  NOTAI               NOT NUMERIC
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'NOTA DEVE SER DE 1 A 5'
                                   TO MSGO
           ELSE
               MOVE NOTAI          TO WRK-NOTA-NUM
               IF  WRK-NOTA-NUM    LESS 1 OR
                   WRK-NOTA-NUM    GREATER 5
                   SET WRK-VALIDO-N
                                   TO TRUE
                   MOVE 'NOTA DEVE SER DE 1 A 5'
                                   TO MSGO
               END-IF
           END-IF
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
               MAP    ('MAPAVL')
               MAPSET ('MAP00C4')
               INTO   (MAPAVLI)
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

           MOVE 'A254'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00C4')
                   MAP    ('MAPAVL')
                   FROM   (MAPAVLO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00C4')
                   MAP    ('MAPAVL')
                   ERASE
                   FROM   (MAPAVLO)
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
       5000-DB2                    SECTION.
      *----------------------------------------------------------------*

       5010-LER-FUNCIONARIO.

           MOVE '5010-LER-FUNCIONARIO'
                                   TO WRK-PARAGRAFO

           EXEC SQL
               SELECT NAME
                    , ID_DEPT
                    , MANAGER
                    , STATUS
                 INTO :WRK-FU-NOME
                    , :WRK-FU-DEPT
                    , :WRK-FU-GESTOR INDICATOR :WRK-NULL-GESTOR
                    , :WRK-FU-SITUACAO
                 FROM EAD625.EMPLOYEE
                WHERE ID_EMPLOYEE = :WRK-FU-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZEROS
               IF  WRK-NULL-GESTOR LESS ZEROS
                   MOVE SPACES     TO WRK-FU-GESTOR
               END-IF
             WHEN +100
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'FUNCIONARIO NAO CADASTRADO'
                                   TO MSGO
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

       5020-LER-VINCULO.

           MOVE '5020-LER-VINCULO' TO WRK-PARAGRAFO

           EXEC SQL
               SELECT ID_EMPLOYEE
                 INTO :WRK-ID-USUARIO
                 FROM EAD625.USER_EMPLOYEE
                WHERE USUARIO = :WRK-USUARIO
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN +100
               SET WRK-VALIDO-N    TO TRUE
               MOVE 'USUARIO NAO LIGADO A UM FUNCIONARIO. PROCURE O RH'
                                   TO MSGO
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       5020-EXIT.
           EXIT.

       5030-LER-AVALIACAO.

           MOVE '5030-LER-AVALIACAO'
                                   TO WRK-PARAGRAFO

           EXEC SQL
               SELECT RATING
                    , REVIEWER
                    , CHAR(REVIEW_DATE, ISO)
                 INTO :WRK-AV-NOTA
                    , :WRK-AV-REVISOR
                    , :WRK-AV-DATA
                 FROM EAD625.APPRAISAL
                WHERE ID_EMPLOYEE = :WRK-FU-ID
                  AND REVIEW_YEAR = :WRK-AV-ANO
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZEROS
               SET WRK-AVALIADO-S  TO TRUE
             WHEN +100
               SET WRK-AVALIADO-N  TO TRUE
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       5030-EXIT.
           EXIT.

       5040-GRAVAR-AVALIACAO.

      *    UMA NOVA NOTA DO MESMO ANO SUBSTITUI A ANTERIOR; A IMAGEM
      *    ANTIGA FICA NO JORNAL.

           MOVE '5040-GRAVAR-AVALIACAO'
                                   TO WRK-PARAGRAFO

           MOVE SPACES             TO WRK-JRN-ANTES
           IF  WRK-AVALIADO-S
               MOVE WRK-AV-ANO     TO WRK-JI-ANO
               MOVE WRK-AV-NOTA    TO WRK-JI-NOTA
               MOVE WRK-AV-REVISOR TO WRK-JI-REVISOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-ANTES
           END-IF

           MOVE WRK-NOTA-NUM       TO WRK-AV-NOTA
           MOVE WRK-USUARIO        TO WRK-AV-REVISOR

           IF  WRK-AVALIADO-S
               EXEC SQL
                   UPDATE EAD625.APPRAISAL
                      SET RATING      = :WRK-AV-NOTA
                        , REVIEWER    = :WRK-AV-REVISOR
                        , REVIEW_DATE = CURRENT DATE
                    WHERE ID_EMPLOYEE = :WRK-FU-ID
                      AND REVIEW_YEAR = :WRK-AV-ANO
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO EAD625.APPRAISAL
                          (ID_EMPLOYEE, REVIEW_YEAR, RATING,
                           REVIEWER, REVIEW_DATE)
                   VALUES (:WRK-FU-ID
                         , :WRK-AV-ANO
                         , :WRK-AV-NOTA
                         , :WRK-AV-REVISOR
                         , CURRENT DATE)
               END-EXEC
           END-IF

           EVALUATE SQLCODE
             WHEN ZEROS
               MOVE WRK-AV-ANO     TO WRK-JI-ANO
               MOVE WRK-NOTA-NUM   TO WRK-JI-NOTA
               MOVE WRK-USUARIO    TO WRK-JI-REVISOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-DEPOIS
               PERFORM 7010-GRAVAR-JORNAL
               PERFORM 5030-LER-AVALIACAO
               PERFORM 6010-MOVER-AVALIACAO
               MOVE SPACES         TO NOTAO
               MOVE 'AVALIACAO REGISTRADA COM SUCESSO'
                                   TO MSGO
             WHEN -803
               MOVE 'AVALIACAO GRAVADA POR OUTRO TERMINAL. CONSULTE'
                                   TO MSGO
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       5040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-MONTAGEM               SECTION.
      *----------------------------------------------------------------*

       6010-MOVER-AVALIACAO.

           IF  WRK-AVALIADO-S
               MOVE WRK-AV-NOTA    TO WRK-NOTA-NUM
               MOVE WRK-NOTA-NUM   TO NOTAATUO
               MOVE WRK-AV-REVISOR TO REVISORO
               MOVE WRK-AV-DATA    TO WRK-DATA-ISO
               MOVE WRK-DI-DIA     TO WRK-DF-DIA
               MOVE WRK-DI-MES     TO WRK-DF-MES
               MOVE WRK-DI-ANO     TO WRK-DF-ANO
               MOVE WRK-DATA-FMT   TO DTREVO
           ELSE
               MOVE SPACES         TO NOTAATUO
                                      REVISORO
                                      DTREVO
           END-IF
           .

       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-JORNAL                 SECTION.
      *----------------------------------------------------------------*

       7010-GRAVAR-JORNAL.

           MOVE '7010-GRAVAR-JORNAL'
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
                     , :WRK-FU-ID
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

      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625CX.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625CX                                     *
      *   LINGUAGEM     : COBOL/CICS + DB2                             *
      *   OBJETIVO      : FILA DE CASOS DE COMPLIANCE - CONSULTA E     *
      *                   DISPOSICAO                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   OS CASOS SAO ABERTOS PELO BATCH (EAD62575, EAD625JB) NO      *
      *   KSDS CASOCMP (EAD625.COMPLIANCE.CASOS.KSDS, CHAVE = NUMERO   *
      *   DO CASO).  UM ALERTA REPETIDO NA MESMA CONTA VAI PARA O      *
      *   CASO AINDA ABERTO OU EM ANALISE.                             *
      *                                                                *
      *   SITUACOES: O = ABERTO            U = EM ANALISE              *
      *              N = ENCERRADO SEM ACAO R = ENCERRADO COMUNICADO   *
      *                                                                *
      *   FUNCOES: C=CONSULTAR O CASO  A=ALTERAR SITUACAO, ANALISTA    *
      *            E NOTAS  L=LISTAR A FILA (CASOS ABERTOS E EM        *
      *            ANALISE A PARTIR DO NUMERO; PF8 = PROXIMA PAGINA)   *
      *   NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL; AO POR   *
      *   EM ANALISE SEM ANALISTA, O ANALISTA E O USUARIO.  CASO       *
      *   ENCERRADO NAO SE ALTERA (NOVO ALERTA ABRE NOVO CASO).        *
      *                                                                *
      *   AUTORIDADE C CONSULTA, LISTA E TRABALHA O CASO (ABERTO/EM    *
      *   ANALISE, ANALISTA, NOTAS); ENCERRAR (N OU R) EXIGE           *
      *   AUTORIDADE S E NOTA COM O MOTIVO.  TODA ALTERACAO GRAVA O    *
      *   CAMPO ANTES/DEPOIS NO JORNAL EAD625.AUDIT_LOG (NUMERO DO     *
      *   CASO NA FRENTE DA IMAGEM).                                   *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625CX'.

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

       77  WRK-DATA-HOJE           PIC 9(8)            VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ACESSO AO KSDS DE CASOS                                     *
      *----------------------------------------------------------------*

       77  WRK-ARQUIVO             PIC X(8)            VALUE 'CASOCMP'.
       77  WRK-TAM-CHAVE           PIC S9(4)  COMP     VALUE 7.
       77  WRK-TAM-REG             PIC S9(4)  COMP     VALUE 200.

       01  WRK-CHAVE-ARQ           PIC 9(7)            VALUE ZEROS.
       01  WRK-CHAVE-INICIO        PIC 9(7)            VALUE ZEROS.

      *    MESMO LAYOUT DO ARQUIVO CASES DO EAD62575.
       01  WRK-REG-CASO.
           05  WRK-CS-CASE-NUMBER  PIC 9(7).
           05  WRK-CS-CLIENT-KEY.
               10  WRK-CS-BRANCH   PIC X(4).
               10  WRK-CS-ACCOUNT  PIC 9(5).
           05  WRK-CS-STATUS       PIC X(1).
               88  WRK-CS-ATIVO                        VALUE 'O' 'U'.
           05  WRK-CS-OPENED-DATE  PIC 9(8).
           05  WRK-CS-LAST-ALERT-DATE
                                   PIC 9(8).
           05  WRK-CS-ALERT-COUNT  PIC 9(5).
           05  WRK-CS-LAST-KIND    PIC X(1).
           05  WRK-CS-LAST-TYPE    PIC X(1).
           05  WRK-CS-LAST-VALUE   PIC 9(9)V9(2).
           05  WRK-CS-ANALYST      PIC X(8).
           05  WRK-CS-STATUS-DATE  PIC 9(8).
           05  WRK-CS-NOTES.
               10  WRK-CS-NOTA1    PIC X(60).
               10  WRK-CS-NOTA2    PIC X(60).
           05  FILLER              PIC X(13).

       01  WRK-REG-ANTES           PIC X(200)          VALUE SPACES.
       01  FILLER                  REDEFINES WRK-REG-ANTES.
           05  FILLER              PIC X(16).
           05  WRK-AN-STATUS       PIC X(1).
           05  FILLER              PIC X(45).
           05  WRK-AN-ANALYST      PIC X(8).
           05  FILLER              PIC X(8).
           05  WRK-AN-NOTES        PIC X(120).
           05  FILLER              PIC X(2).

       01  WRK-NOVA-SITUACAO       PIC X(1)            VALUE SPACES.
           88  WRK-SITUACAO-VALIDA                     VALUE 'O' 'U'
                                                             'N' 'R'.
           88  WRK-SITUACAO-ENCERRA                    VALUE 'N' 'R'.

      *----------------------------------------------------------------*
      *    EDICAO DA TELA                                              *
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

       01  WRK-CONTA-FMT.
           05  WRK-CF-AGENCIA      PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE '-'.
           05  WRK-CF-CONTA        PIC 9(5)            VALUE ZEROS.

       01  WRK-ULT-ALERTA.
           05  WRK-UA-DATA         PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-UA-KIND         PIC X(1)            VALUE SPACES.
           05  FILLER              PIC X(6)            VALUE ' TIPO '.
           05  WRK-UA-TYPE         PIC X(1)            VALUE SPACES.
           05  FILLER              PIC X(7)            VALUE ' VALOR '.
           05  WRK-UA-VALOR        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       77  WRK-QTD-FMT             PIC ZZZZ9           VALUE ZEROS.

       77  WRK-SITUACAO            PIC X(20)           VALUE SPACES.

       77  WRK-IDADE               PIC S9(5)  COMP-3   VALUE ZEROS.

       77  WRK-QTD-LIN             PIC 9(1)            VALUE ZEROS.

       01  WRK-LINHA-LST.
           05  WRK-LL-CASO         PIC 9(7)            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-CONTA        PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-SITUACAO     PIC X(12)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-ABERTO       PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-IDADE        PIC ZZZ9            VALUE ZEROS.
           05  FILLER              PIC X(3)            VALUE ' D '.
           05  WRK-LL-ALERTAS      PIC ZZZZ9           VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-ANALISTA     PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(6)            VALUE SPACES.

      *----------------------------------------------------------------*
      *    JORNAL DE AUDITORIA                                         *
      *----------------------------------------------------------------*

      *    UMA LINHA POR CAMPO ALTERADO: NUMERO DO CASO + VALOR.
       77  WRK-JRN-ACAO            PIC X(1)            VALUE 'A'.
       77  WRK-JRN-TERMINAL        PIC X(4)            VALUE SPACES.
       77  WRK-JRN-CAMPO           PIC X(10)           VALUE SPACES.
       77  WRK-JRN-ANTES           PIC X(30)           VALUE SPACES.
       77  WRK-JRN-DEPOIS          PIC X(30)           VALUE SPACES.

       01  WRK-JRN-IMAGEM.
           05  WRK-JI-CASO         PIC 9(7)            VALUE ZEROS.
           05  WRK-JI-VALOR        PIC X(23)           VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00CX'.
      *----------------------------------------------------------------*

           COPY MAP00CX.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A25X'.

      *    ULT-CASO GUARDA O ULTIMO CASO LISTADO PARA O PF8 CONTINUAR
      *    A FILA NA PROXIMA PAGINA.
       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.
           05  WRK-ULT-CASO        PIC X(7)            VALUE SPACES.

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
           05  LKG-ULT-CASO        PIC X(7).

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

           MOVE LOW-VALUES         TO MAPCASI

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
               MOVE 'INFORME FUNCAO (C/A/L) E NUMERO DO CASO'
                                   TO MSGO
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
           ELSE
               MOVE LKG-ULT-CASO   TO WRK-ULT-CASO
               PERFORM 4010-RECEIVE-MAP
           END-IF
           .

       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR              SECTION.
      *----------------------------------------------------------------*

       2010-PROCESSAR.

           INSPECT FUNCAOI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CASOI    REPLACING ALL LOW-VALUES BY SPACES
           INSPECT SITUACI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ANALISTI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NOTA1I   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NOTA2I   REPLACING ALL LOW-VALUES BY SPACES

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

           MOVE SPACES             TO WRK-ULT-CASO

           PERFORM 2090-LIMPAR-LISTA

           PERFORM 2030-VALIDAR-CHAVE

           IF  WRK-VALIDO-S
               PERFORM 4070-DATAS
               EVALUATE FUNCAOI
                 WHEN 'C'
                   PERFORM 7010-LER-REGISTRO
                   IF  WRK-ACHOU-S
                       PERFORM 2110-EXIBIR-CASO
                       MOVE 'CONSULTA REALIZADA'
                                   TO MSGO
                   END-IF
                 WHEN 'A'
                   PERFORM 2100-ALTERAR-CASO
                 WHEN 'L'
                   SET WRK-PULAR-INICIO-N
                                   TO TRUE
                   PERFORM 2300-LISTAR
               END-EVALUATE
           END-IF
           .

       2020-EXIT.
           EXIT.

       2030-VALIDAR-CHAVE.

           EVALUATE TRUE
             WHEN FUNCAOI          NOT EQUAL 'C' AND
                  FUNCAOI          NOT EQUAL 'A' AND
                  FUNCAOI          NOT EQUAL 'L'
               MOVE 'FUNCAO DEVE SER C, A OU L'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN FUNCAOI          EQUAL 'L' AND
                  CASOI            EQUAL SPACES
               MOVE ZEROS          TO WRK-CHAVE-ARQ

             WHEN CASOI            NOT NUMERIC
               MOVE 'INFORME O NUMERO DO CASO (7 DIGITOS)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               MOVE CASOI          TO WRK-CHAVE-ARQ
           END-EVALUATE
           .

       2030-EXIT.
           EXIT.

       2080-PROXIMA-PAGINA.

           PERFORM 2090-LIMPAR-LISTA

           IF  WRK-ULT-CASO        EQUAL SPACES
               MOVE 'NAO HA MAIS CASOS - USE L PARA LISTAR'
                                   TO MSGO
           ELSE
               MOVE WRK-ULT-CASO   TO WRK-CHAVE-ARQ
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
           .

       2090-EXIT.
           EXIT.

       2100-ALTERAR-CASO.

           PERFORM 7020-LER-PARA-ATUALIZAR

           IF  WRK-ACHOU-N
               GO TO 2100-EXIT
           END-IF

           MOVE WRK-REG-CASO       TO WRK-REG-ANTES

           PERFORM 6110-MONTAR-CASO

           IF  WRK-VALIDO-S
               PERFORM 7030-REGRAVAR-REGISTRO
               PERFORM 7515-JORNAL-CASO
               PERFORM 2110-EXIBIR-CASO
               MOVE 'CASO ALTERADO COM SUCESSO'
                                   TO MSGO
           ELSE
               PERFORM 7070-DESTRAVAR
               PERFORM 2110-EXIBIR-CASO
           END-IF
           .

       2100-EXIT.
           EXIT.

       2110-EXIBIR-CASO.

           MOVE WRK-CS-CASE-NUMBER TO CASOO
           MOVE WRK-CS-STATUS      TO SITUACO

           PERFORM 6130-DESCREVER-SITUACAO
           MOVE WRK-SITUACAO       TO DESCSITO

           MOVE WRK-CS-ANALYST     TO ANALISTO

           MOVE WRK-CS-BRANCH      TO WRK-CF-AGENCIA
           MOVE WRK-CS-ACCOUNT     TO WRK-CF-CONTA
           MOVE WRK-CONTA-FMT      TO CONTAO

           MOVE WRK-CS-OPENED-DATE TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO ABERTOO

           MOVE WRK-CS-STATUS-DATE TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO DTSITO

           MOVE WRK-CS-ALERT-COUNT TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO QTDALEO

           MOVE WRK-CS-LAST-ALERT-DATE
                                   TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-UA-DATA
           MOVE WRK-CS-LAST-KIND   TO WRK-UA-KIND
           MOVE WRK-CS-LAST-TYPE   TO WRK-UA-TYPE
           MOVE WRK-CS-LAST-VALUE  TO WRK-UA-VALOR
           MOVE WRK-ULT-ALERTA     TO ULTALEO

           MOVE WRK-CS-NOTA1       TO NOTA1O
           MOVE WRK-CS-NOTA2       TO NOTA2O
           .

       2110-EXIT.
           EXIT.

       2300-LISTAR.

      *    ATE OITO CASOS ABERTOS OU EM ANALISE A PARTIR DO NUMERO;
      *    COM A PAGINA CHEIA O ULTIMO FICA NA COMMAREA PARA O PF8.

           MOVE '2300-LISTAR'      TO WRK-PARAGRAFO

           MOVE ZEROS              TO WRK-QTD-LIN
           MOVE WRK-CHAVE-ARQ      TO WRK-CHAVE-INICIO
           MOVE SPACES             TO WRK-ULT-CASO

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
               MOVE SPACES         TO WRK-ULT-CASO
               IF  WRK-PULAR-INICIO-S
                   MOVE 'NAO HA MAIS CASOS NA FILA'
                                   TO MSGO
               ELSE
                   MOVE 'NENHUM CASO ABERTO OU EM ANALISE'
                                   TO MSGO
               END-IF
             WHEN WRK-QTD-LIN      EQUAL 8
               MOVE 'PF8 = PROXIMA PAGINA'
                                   TO MSGO
             WHEN OTHER
               MOVE SPACES         TO WRK-ULT-CASO
               MOVE 'FIM DA FILA'  TO MSGO
           END-EVALUATE
           .

       2300-EXIT.
           EXIT.

       2310-PROXIMO-DA-LISTA.

           EXEC CICS READNEXT
               FILE      (WRK-ARQUIVO)
               INTO      (WRK-REG-CASO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
                 WHEN WRK-PULAR-INICIO-S AND
                      WRK-CHAVE-ARQ
                                   EQUAL WRK-CHAVE-INICIO
                   CONTINUE
                 WHEN NOT WRK-CS-ATIVO
                   CONTINUE
                 WHEN OTHER
                   ADD 1           TO WRK-QTD-LIN
                   PERFORM 2320-MONTAR-LINHA
                   MOVE WRK-CHAVE-ARQ
                                   TO WRK-ULT-CASO
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

           PERFORM 6140-LINHA-CASO

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
               MAP    ('MAPCAS')
               MAPSET ('MAP00CX')
               INTO   (MAPCASI)
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

           MOVE 'A25X'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00CX')
                   MAP    ('MAPCAS')
                   FROM   (MAPCASO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00CX')
                   MAP    ('MAPCAS')
                   ERASE
                   FROM   (MAPCASO)
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

      *    HOJE PARA A DATA DA SITUACAO E A IDADE DOS CASOS NA FILA.

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
       6000-MONTAGEM               SECTION.
      *----------------------------------------------------------------*

       6010-FORMATAR-DATA.

           MOVE WRK-DE-DIA         TO WRK-DF-DIA
           MOVE WRK-DE-MES         TO WRK-DF-MES
           MOVE WRK-DE-ANO         TO WRK-DF-ANO
           .

       6010-EXIT.
           EXIT.

       6110-MONTAR-CASO.

      *    CAMPO EM BRANCO MANTEM O VALOR ATUAL DO CASO.

           IF  NOT WRK-CS-ATIVO
               MOVE 'CASO ENCERRADO NAO PODE SER ALTERADO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
               GO TO 6110-EXIT
           END-IF

           IF  SITUACI             EQUAL SPACES
               MOVE WRK-CS-STATUS  TO WRK-NOVA-SITUACAO
           ELSE
               MOVE SITUACI        TO WRK-NOVA-SITUACAO
           END-IF

           EVALUATE TRUE
             WHEN NOT WRK-SITUACAO-VALIDA
               MOVE 'SITUACAO DEVE SER O, U, N OU R'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

      *      ENCERRAR O CASO E COISA DE SUPERVISOR
             WHEN WRK-SITUACAO-ENCERRA AND
                  WRK-AUTORIDADE   NOT EQUAL 'S'
               MOVE 'USUARIO SEM AUTORIZACAO PARA ENCERRAR O CASO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN WRK-SITUACAO-ENCERRA AND
                  NOTA1I           EQUAL SPACES AND
                  NOTA2I           EQUAL SPACES AND
                  WRK-CS-NOTES     EQUAL SPACES
               MOVE 'INFORME NAS NOTAS O MOTIVO DO ENCERRAMENTO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF  WRK-VALIDO-N
               GO TO 6110-EXIT
           END-IF

           IF  ANALISTI            NOT EQUAL SPACES
               MOVE ANALISTI       TO WRK-CS-ANALYST
           END-IF

           IF  WRK-NOVA-SITUACAO   EQUAL 'U' AND
               WRK-CS-ANALYST      EQUAL SPACES
               MOVE WRK-USUARIO    TO WRK-CS-ANALYST
           END-IF

           IF  NOTA1I              NOT EQUAL SPACES OR
               NOTA2I              NOT EQUAL SPACES
               MOVE NOTA1I         TO WRK-CS-NOTA1
               MOVE NOTA2I         TO WRK-CS-NOTA2
           END-IF

           IF  WRK-NOVA-SITUACAO   NOT EQUAL WRK-CS-STATUS
               MOVE WRK-NOVA-SITUACAO
                                   TO WRK-CS-STATUS
               MOVE WRK-DATA-HOJE  TO WRK-CS-STATUS-DATE
           END-IF

           IF  WRK-REG-CASO        EQUAL WRK-REG-ANTES
               MOVE 'NENHUMA ALTERACAO INFORMADA'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE
           END-IF
           .

       6110-EXIT.
           EXIT.

       6130-DESCREVER-SITUACAO.

           EVALUATE WRK-CS-STATUS
             WHEN 'O'
               MOVE 'ABERTO'       TO WRK-SITUACAO
             WHEN 'U'
               MOVE 'EM ANALISE'   TO WRK-SITUACAO
             WHEN 'N'
               MOVE 'ENCERRADO SEM ACAO'
                                   TO WRK-SITUACAO
             WHEN 'R'
               MOVE 'ENC. COMUNICADO'
                                   TO WRK-SITUACAO
             WHEN OTHER
               MOVE SPACES         TO WRK-SITUACAO
           END-EVALUATE
           .

       6130-EXIT.
           EXIT.

       6140-LINHA-CASO.

           MOVE WRK-CS-CASE-NUMBER TO WRK-LL-CASO

           MOVE WRK-CS-BRANCH      TO WRK-CF-AGENCIA
           MOVE WRK-CS-ACCOUNT     TO WRK-CF-CONTA
           MOVE WRK-CONTA-FMT      TO WRK-LL-CONTA

           PERFORM 6130-DESCREVER-SITUACAO
           MOVE WRK-SITUACAO       TO WRK-LL-SITUACAO

           MOVE WRK-CS-OPENED-DATE TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LL-ABERTO

           COMPUTE WRK-IDADE       =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WRK-CS-OPENED-DATE)

           IF  WRK-IDADE           LESS ZEROS
               MOVE ZEROS          TO WRK-IDADE
           END-IF

           MOVE WRK-IDADE          TO WRK-LL-IDADE
           MOVE WRK-CS-ALERT-COUNT TO WRK-LL-ALERTAS
           MOVE WRK-CS-ANALYST     TO WRK-LL-ANALISTA
           .

       6140-EXIT.
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
               INTO      (WRK-REG-CASO)
               LENGTH    (WRK-TAM-REG)
               RIDFLD    (WRK-CHAVE-ARQ)
               KEYLENGTH (WRK-TAM-CHAVE)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'CASO NAO ENCONTRADO'
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
               INTO      (WRK-REG-CASO)
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
               MOVE 'CASO NAO ENCONTRADO'
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
               FROM   (WRK-REG-CASO)
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

       7070-DESTRAVAR.

           EXEC CICS UNLOCK
               FILE (WRK-ARQUIVO)
               RESP (WRK-RESP-CICS)
           END-EXEC
           .

       7070-EXIT.
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

       7515-JORNAL-CASO.

      *    SO VAI PARA O JORNAL O CAMPO QUE MUDOU; DAS NOTAS, O
      *    INICIO DA PRIMEIRA LINHA.

           MOVE WRK-CS-CASE-NUMBER TO WRK-JI-CASO

           IF  WRK-AN-STATUS       NOT EQUAL WRK-CS-STATUS
               MOVE 'CASO-SIT'     TO WRK-JRN-CAMPO
               MOVE WRK-AN-STATUS  TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-ANTES
               MOVE WRK-CS-STATUS  TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-DEPOIS
               PERFORM 7510-GRAVAR-JORNAL
           END-IF

           IF  WRK-AN-ANALYST      NOT EQUAL WRK-CS-ANALYST
               MOVE 'CASO-ANAL'    TO WRK-JRN-CAMPO
               MOVE WRK-AN-ANALYST TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-ANTES
               MOVE WRK-CS-ANALYST TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-DEPOIS
               PERFORM 7510-GRAVAR-JORNAL
           END-IF

           IF  WRK-AN-NOTES        NOT EQUAL WRK-CS-NOTES
               MOVE 'CASO-NOTA'    TO WRK-JRN-CAMPO
               MOVE WRK-AN-NOTES   TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-ANTES
               MOVE WRK-CS-NOTES   TO WRK-JI-VALOR
               MOVE WRK-JRN-IMAGEM TO WRK-JRN-DEPOIS
               PERFORM 7510-GRAVAR-JORNAL
           END-IF
           .

       7515-EXIT.
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

      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625CY.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625CY                                     *
      *   LINGUAGEM     : COBOL/CICS + DB2                             *
      *   OBJETIVO      : ARQUIVO DE RELATORIOS - LISTA POR DATA E     *
      *                   VISUALIZACAO DO RELATORIO NA TELA            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   OS RELATORIOS DO BATCH SAO ARQUIVADOS PELO EAD62639 (JOBS    *
      *   EAD625JB E EAD625JE) EM DOIS KSDS:                           *
      *     RELIDX (EAD625.RELATORIO.INDICE.KSDS) - UMA ENTRADA POR    *
      *            DATA + RELATORIO + AGENCIA, COM PROGRAMA, TITULO,   *
      *            LINHAS, PAGINAS E DATA DE EXPURGO;                  *
      *     RELARQ (EAD625.RELATORIO.ARQUIVO.KSDS) - AS LINHAS, POR    *
      *            RELATORIO + DATA + AGENCIA + NUMERO DA LINHA.       *
      *   AGENCIA '****' = RELATORIO NAO SEPARADO POR AGENCIA OU A     *
      *   PARTE GERAL (RESUMO DO BANCO) DE UM RELATORIO SEPARADO.      *
      *                                                                *
      *   FUNCOES: L=LISTAR OS RELATORIOS DA DATA (A PARTIR DO NOME    *
      *            E AGENCIA INFORMADOS; PF8 = PROXIMA PAGINA)         *
      *            V=VER O RELATORIO DA DATA (AGENCIA EM BRANCO = A    *
      *            PRIMEIRA ARQUIVADA) A PARTIR DA LINHA E COLUNA      *
      *            INFORMADAS; PF7/PF8 = 16 LINHAS ACIMA/ABAIXO,       *
      *            PF10/PF11 = 40 COLUNAS A ESQUERDA/DIREITA.          *
      *                                                                *
      *   AUTORIDADE C OU S.  CADA RELATORIO ABERTO PELA FUNCAO V E    *
      *   GRAVADO NO JORNAL EAD625.AUDIT_LOG (OPERACAO V, RELATORIO +  *
      *   DATA + AGENCIA NA IMAGEM NOVA).                              *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625CY'.

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

      *----------------------------------------------------------------*
      *    ACESSO AOS KSDS DO ARQUIVO DE RELATORIOS                    *
      *----------------------------------------------------------------*

       77  WRK-ARQ-INDICE          PIC X(8)            VALUE 'RELIDX'.
       77  WRK-TAM-CHAVE-IDX       PIC S9(4)  COMP     VALUE 20.
       77  WRK-TAM-REG-IDX         PIC S9(4)  COMP     VALUE 80.

       77  WRK-ARQ-LINHAS          PIC X(8)            VALUE 'RELARQ'.
       77  WRK-TAM-CHAVE-LIN       PIC S9(4)  COMP     VALUE 26.
       77  WRK-TAM-REG-LIN         PIC S9(4)  COMP     VALUE 170.

       01  WRK-CHAVE-IDX.
           05  WRK-CI-DATA         PIC 9(8)            VALUE ZEROS.
           05  WRK-CI-RELAT        PIC X(8)            VALUE SPACES.
           05  WRK-CI-AGENCIA      PIC X(4)            VALUE SPACES.

       01  WRK-CHAVE-INICIO        PIC X(20)           VALUE SPACES.

       77  WRK-DATA-LISTA          PIC 9(8)            VALUE ZEROS.

      *    MESMO LAYOUT DO ARQUIVO RPTIDX DO EAD62639.
       01  WRK-REG-INDICE.
           05  WRK-RX-CHAVE.
               10  WRK-RX-DATA     PIC 9(8).
               10  WRK-RX-RELAT    PIC X(8).
               10  WRK-RX-AGENCIA  PIC X(4).
           05  WRK-RX-PROGRAMA     PIC X(8).
           05  WRK-RX-LINHAS       PIC 9(6).
           05  WRK-RX-PAGINAS      PIC 9(4).
           05  WRK-RX-DATA-ARQ     PIC 9(8).
           05  WRK-RX-HORA-ARQ     PIC 9(6).
           05  WRK-RX-EXPURGO      PIC 9(8).
           05  WRK-RX-TITULO       PIC X(20).

       01  WRK-CHAVE-LIN.
           05  WRK-CL-RELAT        PIC X(8)            VALUE SPACES.
           05  WRK-CL-DATA         PIC 9(8)            VALUE ZEROS.
           05  WRK-CL-AGENCIA      PIC X(4)            VALUE SPACES.
           05  WRK-CL-LINHA        PIC 9(6)            VALUE ZEROS.

      *    MESMO LAYOUT DO ARQUIVO RPTARQ DO EAD62639.
       01  WRK-REG-LINHA.
           05  WRK-RA-CHAVE.
               10  WRK-RA-RELAT    PIC X(8).
               10  WRK-RA-DATA     PIC 9(8).
               10  WRK-RA-AGENCIA  PIC X(4).
               10  WRK-RA-LINHA    PIC 9(6).
           05  WRK-RA-CONTROLE     PIC X(1).
           05  WRK-RA-PAGINA       PIC 9(4).
           05  WRK-RA-TEXTO        PIC X(132).
           05  FILLER              PIC X(7).

      *----------------------------------------------------------------*
      *    POSICAO NO RELATORIO                                        *
      *----------------------------------------------------------------*

       77  WRK-LINHAS-TELA         PIC 9(2)            VALUE 16.
       77  WRK-DESLOCAMENTO        PIC 9(2)            VALUE 40.
       77  WRK-ULTIMA-COLUNA       PIC 9(3)            VALUE 54.

       77  WRK-LINHA-INICIAL       PIC 9(6)            VALUE ZEROS.
       77  WRK-COLUNA-INICIAL      PIC 9(3)            VALUE ZEROS.
       77  WRK-TAM-DIGITADO        PIC 9(2)            VALUE ZEROS.

       77  WRK-PRIMEIRA-LIDA       PIC 9(6)            VALUE ZEROS.
       77  WRK-ULTIMA-LIDA         PIC 9(6)            VALUE ZEROS.
       77  WRK-PAGINA-LIDA         PIC 9(4)            VALUE ZEROS.

       01  WRK-DATA-VALIDAR        PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DATA-VALIDAR.
           05  WRK-DV-ANO          PIC 9(4).
           05  WRK-DV-MES          PIC 9(2).
           05  WRK-DV-DIA          PIC 9(2).

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

       77  WRK-QTD-LIN             PIC 9(2)            VALUE ZEROS.

       01  WRK-CABEC-LST.
           05  FILLER              PIC X(9)            VALUE
               'RELAT.   '.
           05  FILLER              PIC X(5)            VALUE
               'AGEN '.
           05  FILLER              PIC X(9)            VALUE
               'PROGRAMA '.
           05  FILLER              PIC X(21)           VALUE
               'TITULO               '.
           05  FILLER              PIC X(12)           VALUE
               'LINHAS PAGS '.
           05  FILLER              PIC X(10)           VALUE
               'EXPURGO   '.
           05  FILLER              PIC X(13)           VALUE SPACES.

       01  WRK-LINHA-LST.
           05  WRK-LL-RELAT        PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-AGENCIA      PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-PROGRAMA     PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-TITULO       PIC X(20)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-LINHAS       PIC ZZZZZ9          VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-PAGINAS      PIC ZZZ9            VALUE ZEROS.
           05  FILLER              PIC X(1)            VALUE SPACES.
           05  WRK-LL-EXPURGO      PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(13)           VALUE SPACES.

       01  WRK-CABEC-VIS.
           05  WRK-CV-RELAT        PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(3)            VALUE ' - '.
           05  WRK-CV-TITULO       PIC X(20)           VALUE SPACES.
           05  FILLER              PIC X(5)            VALUE '  AG '.
           05  WRK-CV-AGENCIA      PIC X(4)            VALUE SPACES.
           05  FILLER              PIC X(2)            VALUE SPACES.
           05  WRK-CV-DATA         PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(2)            VALUE SPACES.
           05  WRK-CV-PROGRAMA     PIC X(8)            VALUE SPACES.
           05  FILLER              PIC X(6)            VALUE '  EXP '.
           05  WRK-CV-EXPURGO      PIC X(10)           VALUE SPACES.
           05  FILLER              PIC X(1)            VALUE SPACES.

       01  WRK-POSICAO-VIS.
           05  FILLER              PIC X(7)            VALUE 'LINHAS '.
           05  WRK-PV-DE           PIC ZZZZZ9          VALUE ZEROS.
           05  FILLER              PIC X(3)            VALUE ' A '.
           05  WRK-PV-ATE          PIC ZZZZZ9          VALUE ZEROS.
           05  FILLER              PIC X(4)            VALUE ' DE '.
           05  WRK-PV-TOTAL        PIC ZZZZZ9          VALUE ZEROS.
           05  FILLER              PIC X(10)           VALUE
               ' - PAGINA '.
           05  WRK-PV-PAGINA       PIC ZZZ9            VALUE ZEROS.
           05  FILLER              PIC X(4)            VALUE ' DE '.
           05  WRK-PV-PAGINAS      PIC ZZZ9            VALUE ZEROS.
           05  FILLER              PIC X(10)           VALUE
               ' - COLUNA '.
           05  WRK-PV-COLUNA       PIC ZZ9             VALUE ZEROS.
           05  FILLER              PIC X(12)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    JORNAL DE AUDITORIA                                         *
      *----------------------------------------------------------------*

      *    UMA LINHA POR RELATORIO ABERTO: RELATORIO + DATA + AGENCIA.
       77  WRK-JRN-ACAO            PIC X(1)            VALUE 'V'.
       77  WRK-JRN-TERMINAL        PIC X(4)            VALUE SPACES.
       77  WRK-JRN-CAMPO           PIC X(10)           VALUE
           'RELATORIO'.
       77  WRK-JRN-ANTES           PIC X(30)           VALUE SPACES.
       77  WRK-JRN-DEPOIS          PIC X(30)           VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00CY'.
      *----------------------------------------------------------------*

           COPY MAP00CY.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A25R'.

      *    FASE: L = LISTA NA TELA (ULT-CHAVE = ULTIMA ENTRADA LISTADA,
      *    PARA O PF8), V = RELATORIO NA TELA (VIS- = RELATORIO,
      *    LINHA E COLUNA MOSTRADAS E TOTAIS DO INDICE).
       01  WRK-COMMAREA.
           05  WRK-ID-FUNC         PIC X(4)            VALUE SPACES.
           05  WRK-MSG             PIC X(79)           VALUE SPACES.
           05  WRK-USUARIO         PIC X(8)            VALUE SPACES.
           05  WRK-AUTORIDADE      PIC X(1)            VALUE SPACES.
           05  WRK-FASE            PIC X(1)            VALUE 'C'.
               88  WRK-FASE-LISTA                      VALUE 'L'.
               88  WRK-FASE-VISUALIZA                  VALUE 'V'.
           05  WRK-ULT-CHAVE       PIC X(20)           VALUE SPACES.
           05  WRK-VIS-CHAVE.
               10  WRK-VIS-RELAT   PIC X(8)            VALUE SPACES.
               10  WRK-VIS-DATA    PIC 9(8)            VALUE ZEROS.
               10  WRK-VIS-AGENCIA PIC X(4)            VALUE SPACES.
           05  WRK-VIS-LINHA       PIC 9(6)            VALUE ZEROS.
           05  WRK-VIS-COLUNA      PIC 9(3)            VALUE ZEROS.
           05  WRK-VIS-TOTAL       PIC 9(6)            VALUE ZEROS.
           05  WRK-VIS-PAGINAS     PIC 9(4)            VALUE ZEROS.

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
           05  LKG-ULT-CHAVE       PIC X(20).
           05  LKG-VIS-CHAVE       PIC X(20).
           05  LKG-VIS-LINHA       PIC 9(6).
           05  LKG-VIS-COLUNA      PIC 9(3).
           05  LKG-VIS-TOTAL       PIC 9(6).
           05  LKG-VIS-PAGINAS     PIC 9(4).

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

           MOVE LOW-VALUES         TO MAPRELI

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
               MOVE 'INFORME FUNCAO (L/V) E DATA DO RELATORIO'
                                   TO MSGO
               PERFORM 4020-SEND-MAP
               PERFORM 3020-RETORNAR-CONVERSACAO
           ELSE
               MOVE LKG-FASE       TO WRK-FASE
               MOVE LKG-ULT-CHAVE  TO WRK-ULT-CHAVE
               MOVE LKG-VIS-CHAVE  TO WRK-VIS-CHAVE
               MOVE LKG-VIS-LINHA  TO WRK-VIS-LINHA
               MOVE LKG-VIS-COLUNA TO WRK-VIS-COLUNA
               MOVE LKG-VIS-TOTAL  TO WRK-VIS-TOTAL
               MOVE LKG-VIS-PAGINAS
                                   TO WRK-VIS-PAGINAS
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
           INSPECT DTRELI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT RELATI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT AGENCI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT LINHAI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT COLUNAI  REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHPF7
               PERFORM 2070-PAGINA-ANTERIOR

             WHEN DFHPF8
               PERFORM 2080-PROXIMA-PAGINA

             WHEN DFHPF10
               PERFORM 2085-DESLOCAR-ESQUERDA

             WHEN DFHPF11
               PERFORM 2086-DESLOCAR-DIREITA

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

           MOVE 'C'                TO WRK-FASE
           MOVE SPACES             TO WRK-ULT-CHAVE

           PERFORM 2090-LIMPAR-TELA

           PERFORM 2030-VALIDAR-CHAVE

           IF  WRK-VALIDO-S
               EVALUATE FUNCAOI
                 WHEN 'L'
                   SET WRK-PULAR-INICIO-N
                                   TO TRUE
                   PERFORM 2300-LISTAR
                 WHEN 'V'
                   PERFORM 2400-ABRIR-RELATORIO
               END-EVALUATE
           END-IF
           .

       2020-EXIT.
           EXIT.

       2030-VALIDAR-CHAVE.

           EVALUATE TRUE
             WHEN FUNCAOI          NOT EQUAL 'L' AND
                  FUNCAOI          NOT EQUAL 'V'
               MOVE 'FUNCAO DEVE SER L (LISTAR) OU V (VER RELATORIO)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN DTRELI           EQUAL SPACES
               MOVE 'INFORME A DATA DO RELATORIO (AAAAMMDD)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN FUNCAOI          EQUAL 'V' AND
                  RELATI           EQUAL SPACES
               MOVE 'INFORME O NOME DO RELATORIO (USE L PARA LISTAR)'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               MOVE DTRELI         TO WRK-DATA-VALIDAR
               PERFORM 5010-VALIDAR-DATA
           END-EVALUATE

           IF  WRK-VALIDO-N
               GO TO 2030-EXIT
           END-IF

           PERFORM 5020-VALIDAR-POSICAO

           IF  WRK-VALIDO-N
               GO TO 2030-EXIT
           END-IF

      *    NOME E AGENCIA EM BRANCO: A PARTIR DO PRIMEIRO DA DATA.

           MOVE WRK-DATA-VALIDAR   TO WRK-CI-DATA

           IF  RELATI              EQUAL SPACES
               MOVE LOW-VALUES     TO WRK-CI-RELAT
           ELSE
               MOVE RELATI         TO WRK-CI-RELAT
           END-IF

           IF  AGENCI              EQUAL SPACES
               MOVE LOW-VALUES     TO WRK-CI-AGENCIA
           ELSE
               MOVE AGENCI         TO WRK-CI-AGENCIA
           END-IF
           .

       2030-EXIT.
           EXIT.

       2070-PAGINA-ANTERIOR.

           EVALUATE TRUE
             WHEN NOT WRK-FASE-VISUALIZA
               MOVE 'PF7 SO COM RELATORIO NA TELA - USE L PARA O INICIO'
                                   TO MSGO
             WHEN WRK-VIS-LINHA    NOT GREATER 1
               MOVE 'INICIO DO RELATORIO'
                                   TO MSGO
             WHEN WRK-VIS-LINHA    NOT GREATER WRK-LINHAS-TELA
               MOVE 1              TO WRK-VIS-LINHA
               PERFORM 2410-EXIBIR-LINHAS
             WHEN OTHER
               SUBTRACT WRK-LINHAS-TELA
                                   FROM WRK-VIS-LINHA
               PERFORM 2410-EXIBIR-LINHAS
           END-EVALUATE
           .

       2070-EXIT.
           EXIT.

       2080-PROXIMA-PAGINA.

           EVALUATE TRUE
             WHEN WRK-FASE-VISUALIZA
               IF  WRK-VIS-LINHA + WRK-LINHAS-TELA
                                   GREATER WRK-VIS-TOTAL
                   MOVE 'FIM DO RELATORIO'
                                   TO MSGO
               ELSE
                   ADD WRK-LINHAS-TELA
                                   TO WRK-VIS-LINHA
                   PERFORM 2410-EXIBIR-LINHAS
               END-IF

             WHEN WRK-FASE-LISTA AND
                  WRK-ULT-CHAVE    NOT EQUAL SPACES
               PERFORM 2090-LIMPAR-TELA
               MOVE WRK-ULT-CHAVE  TO WRK-CHAVE-IDX
               SET WRK-PULAR-INICIO-S
                                   TO TRUE
               PERFORM 2300-LISTAR

             WHEN OTHER
               MOVE 'NAO HA MAIS RELATORIOS - USE L PARA LISTAR'
                                   TO MSGO
           END-EVALUATE
           .

       2080-EXIT.
           EXIT.

       2085-DESLOCAR-ESQUERDA.

           EVALUATE TRUE
             WHEN NOT WRK-FASE-VISUALIZA
               MOVE 'PF10 SO COM RELATORIO NA TELA'
                                   TO MSGO
             WHEN WRK-VIS-COLUNA   NOT GREATER 1
               MOVE 'JA NA PRIMEIRA COLUNA'
                                   TO MSGO
             WHEN WRK-VIS-COLUNA   NOT GREATER WRK-DESLOCAMENTO
               MOVE 1              TO WRK-VIS-COLUNA
               PERFORM 2410-EXIBIR-LINHAS
             WHEN OTHER
               SUBTRACT WRK-DESLOCAMENTO
                                   FROM WRK-VIS-COLUNA
               PERFORM 2410-EXIBIR-LINHAS
           END-EVALUATE
           .

       2085-EXIT.
           EXIT.

       2086-DESLOCAR-DIREITA.

           EVALUATE TRUE
             WHEN NOT WRK-FASE-VISUALIZA
               MOVE 'PF11 SO COM RELATORIO NA TELA'
                                   TO MSGO
             WHEN WRK-VIS-COLUNA   NOT LESS WRK-ULTIMA-COLUNA
               MOVE 'JA NA ULTIMA COLUNA'
                                   TO MSGO
             WHEN OTHER
               ADD WRK-DESLOCAMENTO
                                   TO WRK-VIS-COLUNA
               IF  WRK-VIS-COLUNA  GREATER WRK-ULTIMA-COLUNA
                   MOVE WRK-ULTIMA-COLUNA
                                   TO WRK-VIS-COLUNA
               END-IF
               PERFORM 2410-EXIBIR-LINHAS
           END-EVALUATE
           .

       2086-EXIT.
           EXIT.

       2090-LIMPAR-TELA.

           MOVE SPACES             TO CABECO
           PERFORM 2095-LIMPAR-LINHAS
           .

       2090-EXIT.
           EXIT.

       2095-LIMPAR-LINHAS.

           MOVE SPACES             TO LIN01O LIN02O LIN03O LIN04O
                                      LIN05O LIN06O LIN07O LIN08O
                                      LIN09O LIN10O LIN11O LIN12O
                                      LIN13O LIN14O LIN15O LIN16O
           .

       2095-EXIT.
           EXIT.

       2300-LISTAR.

      *    ATE 16 RELATORIOS DA DATA A PARTIR DA CHAVE; COM A PAGINA
      *    CHEIA A ULTIMA CHAVE FICA NA COMMAREA PARA O PF8.

           MOVE '2300-LISTAR'      TO WRK-PARAGRAFO

           MOVE ZEROS              TO WRK-QTD-LIN
           MOVE WRK-CHAVE-IDX      TO WRK-CHAVE-INICIO
           MOVE WRK-CI-DATA        TO WRK-DATA-LISTA
           MOVE SPACES             TO WRK-ULT-CHAVE
           MOVE WRK-CABEC-LST      TO CABECO

           EXEC CICS STARTBR
               FILE      (WRK-ARQ-INDICE)
               RIDFLD    (WRK-CHAVE-IDX)
               KEYLENGTH (WRK-TAM-CHAVE-IDX)
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
                   FILE (WRK-ARQ-INDICE)
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           MOVE 'L'                TO WRK-FASE

           EVALUATE TRUE
             WHEN WRK-QTD-LIN      EQUAL ZEROS
               MOVE SPACES         TO WRK-ULT-CHAVE
               IF  WRK-PULAR-INICIO-S
                   MOVE 'NAO HA MAIS RELATORIOS NA DATA'
                                   TO MSGO
               ELSE
                   MOVE 'NENHUM RELATORIO ARQUIVADO NA DATA'
                                   TO MSGO
               END-IF
             WHEN WRK-QTD-LIN      EQUAL WRK-LINHAS-TELA
               MOVE 'PF8 = PROXIMA PAGINA   V + NOME E AGENCIA = VER'
                                   TO MSGO
             WHEN OTHER
               MOVE SPACES         TO WRK-ULT-CHAVE
               MOVE 'FIM DA LISTA   V + NOME E AGENCIA = VER'
                                   TO MSGO
           END-EVALUATE
           .

       2300-EXIT.
           EXIT.

       2310-PROXIMO-DA-LISTA.

           EXEC CICS READNEXT
               FILE      (WRK-ARQ-INDICE)
               INTO      (WRK-REG-INDICE)
               LENGTH    (WRK-TAM-REG-IDX)
               RIDFLD    (WRK-CHAVE-IDX)
               KEYLENGTH (WRK-TAM-CHAVE-IDX)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
                 WHEN WRK-RX-DATA  NOT EQUAL WRK-DATA-LISTA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
                 WHEN WRK-PULAR-INICIO-S AND
                      WRK-RX-CHAVE EQUAL WRK-CHAVE-INICIO
                   CONTINUE
                 WHEN OTHER
                   ADD 1           TO WRK-QTD-LIN
                   PERFORM 2320-MONTAR-LINHA
                   MOVE WRK-CHAVE-IDX
                                   TO WRK-ULT-CHAVE
                   IF  WRK-QTD-LIN EQUAL WRK-LINHAS-TELA
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

           PERFORM 6140-LINHA-INDICE

           EVALUATE WRK-QTD-LIN
             WHEN 1
               MOVE WRK-LINHA-LST  TO LIN01O
             WHEN 2
               MOVE WRK-LINHA-LST  TO LIN02O
             WHEN 3
               MOVE WRK-LINHA-LST  TO LIN03O
             WHEN 4
               MOVE WRK-LINHA-LST  TO LIN04O
             WHEN 5
               MOVE WRK-LINHA-LST  TO LIN05O
             WHEN 6
               MOVE WRK-LINHA-LST  TO LIN06O
             WHEN 7
               MOVE WRK-LINHA-LST  TO LIN07O
             WHEN 8
               MOVE WRK-LINHA-LST  TO LIN08O
             WHEN 9
               MOVE WRK-LINHA-LST  TO LIN09O
             WHEN 10
               MOVE WRK-LINHA-LST  TO LIN10O
             WHEN 11
               MOVE WRK-LINHA-LST  TO LIN11O
             WHEN 12
               MOVE WRK-LINHA-LST  TO LIN12O
             WHEN 13
               MOVE WRK-LINHA-LST  TO LIN13O
             WHEN 14
               MOVE WRK-LINHA-LST  TO LIN14O
             WHEN 15
               MOVE WRK-LINHA-LST  TO LIN15O
             WHEN 16
               MOVE WRK-LINHA-LST  TO LIN16O
           END-EVALUATE
           .

       2320-EXIT.
           EXIT.

       2400-ABRIR-RELATORIO.

      *    LOCALIZA A ENTRADA DO INDICE, GRAVA O ACESSO NO JORNAL E
      *    MOSTRA AS LINHAS A PARTIR DA POSICAO PEDIDA.

           PERFORM 7010-LER-INDICE

           IF  WRK-ACHOU-N
               MOVE 'RELATORIO NAO ARQUIVADO NA DATA/AGENCIA INFORMADA'
                                   TO MSGO
               GO TO 2400-EXIT
           END-IF

           MOVE WRK-RX-RELAT       TO WRK-VIS-RELAT
           MOVE WRK-RX-DATA        TO WRK-VIS-DATA
           MOVE WRK-RX-AGENCIA     TO WRK-VIS-AGENCIA
           MOVE WRK-RX-LINHAS      TO WRK-VIS-TOTAL
           MOVE WRK-RX-PAGINAS     TO WRK-VIS-PAGINAS
           MOVE WRK-COLUNA-INICIAL TO WRK-VIS-COLUNA

           IF  WRK-LINHA-INICIAL   GREATER WRK-VIS-TOTAL AND
               WRK-VIS-TOTAL       GREATER ZEROS
               MOVE WRK-VIS-TOTAL  TO WRK-VIS-LINHA
           ELSE
               MOVE WRK-LINHA-INICIAL
                                   TO WRK-VIS-LINHA
           END-IF

           PERFORM 6150-CABECALHO-RELATORIO

           MOVE WRK-RX-RELAT       TO RELATO
           MOVE WRK-RX-AGENCIA     TO AGENCO

           PERFORM 7515-JORNAL-ACESSO

           MOVE 'V'                TO WRK-FASE

           PERFORM 2410-EXIBIR-LINHAS
           .

       2400-EXIT.
           EXIT.

       2410-EXIBIR-LINHAS.

      *    ATE 16 LINHAS A PARTIR DE VIS-LINHA, 79 COLUNAS A PARTIR
      *    DE VIS-COLUNA.

           MOVE '2410-EXIBIR-LINHAS'
                                   TO WRK-PARAGRAFO

           PERFORM 2095-LIMPAR-LINHAS

           MOVE ZEROS              TO WRK-QTD-LIN
                                      WRK-PRIMEIRA-LIDA
                                      WRK-ULTIMA-LIDA
                                      WRK-PAGINA-LIDA

           MOVE WRK-VIS-RELAT      TO WRK-CL-RELAT
           MOVE WRK-VIS-DATA       TO WRK-CL-DATA
           MOVE WRK-VIS-AGENCIA    TO WRK-CL-AGENCIA
           MOVE WRK-VIS-LINHA      TO WRK-CL-LINHA

           EXEC CICS STARTBR
               FILE      (WRK-ARQ-LINHAS)
               RIDFLD    (WRK-CHAVE-LIN)
               KEYLENGTH (WRK-TAM-CHAVE-LIN)
               GTEQ
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-FIM-BROWSE-N
                                   TO TRUE
               PERFORM 2420-PROXIMA-LINHA
                 UNTIL WRK-FIM-BROWSE-S
               EXEC CICS ENDBR
                   FILE (WRK-ARQ-LINHAS)
                   RESP (WRK-RESP-CICS)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           IF  WRK-QTD-LIN         EQUAL ZEROS
               MOVE 'RELATORIO SEM LINHAS A PARTIR DESTA POSICAO'
                                   TO MSGO
           ELSE
               MOVE WRK-PRIMEIRA-LIDA
                                   TO WRK-PV-DE
               MOVE WRK-ULTIMA-LIDA
                                   TO WRK-PV-ATE
               MOVE WRK-VIS-TOTAL  TO WRK-PV-TOTAL
               MOVE WRK-PAGINA-LIDA
                                   TO WRK-PV-PAGINA
               MOVE WRK-VIS-PAGINAS
                                   TO WRK-PV-PAGINAS
               MOVE WRK-VIS-COLUNA TO WRK-PV-COLUNA
               MOVE WRK-POSICAO-VIS
                                   TO MSGO
           END-IF

           MOVE WRK-VIS-LINHA      TO LINHAO
           MOVE WRK-VIS-COLUNA     TO COLUNAO
           .

       2410-EXIT.
           EXIT.

       2420-PROXIMA-LINHA.

           EXEC CICS READNEXT
               FILE      (WRK-ARQ-LINHAS)
               INTO      (WRK-REG-LINHA)
               LENGTH    (WRK-TAM-REG-LIN)
               RIDFLD    (WRK-CHAVE-LIN)
               KEYLENGTH (WRK-TAM-CHAVE-LIN)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-RA-RELAT    NOT EQUAL WRK-VIS-RELAT   OR
                   WRK-RA-DATA     NOT EQUAL WRK-VIS-DATA    OR
                   WRK-RA-AGENCIA  NOT EQUAL WRK-VIS-AGENCIA
                   SET WRK-FIM-BROWSE-S
                                   TO TRUE
               ELSE
                   ADD 1           TO WRK-QTD-LIN
                   IF  WRK-QTD-LIN EQUAL 1
                       MOVE WRK-RA-LINHA
                                   TO WRK-PRIMEIRA-LIDA
                       MOVE WRK-RA-PAGINA
                                   TO WRK-PAGINA-LIDA
                   END-IF
                   MOVE WRK-RA-LINHA
                                   TO WRK-ULTIMA-LIDA
                   PERFORM 2430-MONTAR-LINHA-RELAT
                   IF  WRK-QTD-LIN EQUAL WRK-LINHAS-TELA
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

       2420-EXIT.
           EXIT.

       2430-MONTAR-LINHA-RELAT.

           EVALUATE WRK-QTD-LIN
             WHEN 1
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN01O
             WHEN 2
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN02O
             WHEN 3
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN03O
             WHEN 4
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN04O
             WHEN 5
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN05O
             WHEN 6
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN06O
             WHEN 7
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN07O
             WHEN 8
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN08O
             WHEN 9
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN09O
             WHEN 10
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN10O
             WHEN 11
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN11O
             WHEN 12
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN12O
             WHEN 13
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN13O
             WHEN 14
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN14O
             WHEN 15
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN15O
             WHEN 16
               MOVE WRK-RA-TEXTO(WRK-VIS-COLUNA:) TO LIN16O
           END-EVALUATE
           .

       2430-EXIT.
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
               MAP    ('MAPREL')
               MAPSET ('MAP00CY')
               INTO   (MAPRELI)
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

           MOVE 'A25R'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00CY')
                   MAP    ('MAPREL')
                   FROM   (MAPRELO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00CY')
                   MAP    ('MAPREL')
                   ERASE
                   FROM   (MAPRELO)
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

             WHEN WRK-DV-DIA       LESS 01 OR
                  WRK-DV-DIA       GREATER 31
               MOVE 'DIA INVALIDO'
                                   TO MSGO
               SET WRK-VALIDO-N    TO TRUE

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       5010-EXIT.
           EXIT.

       5020-VALIDAR-POSICAO.

      *    LINHA E COLUNA INICIAIS DA FUNCAO V, DIGITADAS A PARTIR DA
      *    ESQUERDA; EM BRANCO = 1.

           MOVE 1                  TO WRK-LINHA-INICIAL
                                      WRK-COLUNA-INICIAL

           MOVE ZEROS              TO WRK-TAM-DIGITADO
           INSPECT LINHAI TALLYING WRK-TAM-DIGITADO
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF  WRK-TAM-DIGITADO    GREATER ZEROS
               IF  LINHAI(1:WRK-TAM-DIGITADO)
                                   NUMERIC
                   MOVE LINHAI(1:WRK-TAM-DIGITADO)
                                   TO WRK-LINHA-INICIAL
               ELSE
                   MOVE ZEROS      TO WRK-LINHA-INICIAL
               END-IF
               IF  WRK-LINHA-INICIAL
                                   EQUAL ZEROS
                   MOVE 'LINHA INICIAL DEVE SER NUMERICA, A PARTIR DE 1'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
                   GO TO 5020-EXIT
               END-IF
           END-IF

           MOVE ZEROS              TO WRK-TAM-DIGITADO
           INSPECT COLUNAI TALLYING WRK-TAM-DIGITADO
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF  WRK-TAM-DIGITADO    GREATER ZEROS
               IF  COLUNAI(1:WRK-TAM-DIGITADO)
                                   NUMERIC
                   MOVE COLUNAI(1:WRK-TAM-DIGITADO)
                                   TO WRK-COLUNA-INICIAL
               ELSE
                   MOVE ZEROS      TO WRK-COLUNA-INICIAL
               END-IF
               IF  WRK-COLUNA-INICIAL
                                   EQUAL ZEROS OR
                   WRK-COLUNA-INICIAL
                                   GREATER WRK-ULTIMA-COLUNA
                   MOVE 'COLUNA INICIAL DEVE SER DE 1 A 54'
                                   TO MSGO
                   SET WRK-VALIDO-N
                                   TO TRUE
               END-IF
           END-IF
           .

       5020-EXIT.
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

       6140-LINHA-INDICE.

           MOVE WRK-RX-RELAT       TO WRK-LL-RELAT
           MOVE WRK-RX-AGENCIA     TO WRK-LL-AGENCIA
           MOVE WRK-RX-PROGRAMA    TO WRK-LL-PROGRAMA
           MOVE WRK-RX-TITULO      TO WRK-LL-TITULO
           MOVE WRK-RX-LINHAS      TO WRK-LL-LINHAS
           MOVE WRK-RX-PAGINAS     TO WRK-LL-PAGINAS

           MOVE WRK-RX-EXPURGO     TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-LL-EXPURGO
           .

       6140-EXIT.
           EXIT.

       6150-CABECALHO-RELATORIO.

           MOVE WRK-RX-RELAT       TO WRK-CV-RELAT
           MOVE WRK-RX-TITULO      TO WRK-CV-TITULO
           MOVE WRK-RX-AGENCIA     TO WRK-CV-AGENCIA
           MOVE WRK-RX-PROGRAMA    TO WRK-CV-PROGRAMA

           MOVE WRK-RX-DATA        TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-CV-DATA

           MOVE WRK-RX-EXPURGO     TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO WRK-CV-EXPURGO

           MOVE WRK-CABEC-VIS      TO CABECO
           .

       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       7010-LER-INDICE.

      *    AGENCIA EM BRANCO: A PRIMEIRA ENTRADA DO RELATORIO NA DATA.

           MOVE '7010-LER-INDICE'  TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           EXEC CICS STARTBR
               FILE      (WRK-ARQ-INDICE)
               RIDFLD    (WRK-CHAVE-IDX)
               KEYLENGTH (WRK-TAM-CHAVE-IDX)
               GTEQ
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               GO TO 7010-EXIT
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           EXEC CICS READNEXT
               FILE      (WRK-ARQ-INDICE)
               INTO      (WRK-REG-INDICE)
               LENGTH    (WRK-TAM-REG-IDX)
               RIDFLD    (WRK-CHAVE-IDX)
               KEYLENGTH (WRK-TAM-CHAVE-IDX)
               RESP      (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               IF  WRK-RX-DATA     EQUAL WRK-DATA-VALIDAR AND
                   WRK-RX-RELAT    EQUAL RELATI           AND
                  (WRK-RX-AGENCIA  EQUAL AGENCI OR
                   AGENCI          EQUAL SPACES)
                   SET WRK-ACHOU-S TO TRUE
               END-IF
             WHEN DFHRESP(ENDFILE)
               CONTINUE
             WHEN OTHER
               MOVE WRK-RESP-CICS  TO WRK-CODIGO-RETORNO
               PERFORM 9010-ERRO-CICS
           END-EVALUATE

           EXEC CICS ENDBR
               FILE (WRK-ARQ-INDICE)
               RESP (WRK-RESP-CICS)
           END-EXEC
           .

       7010-EXIT.
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

       7515-JORNAL-ACESSO.

      *    QUEM ABRIU QUAL RELATORIO; A PAGINACAO NAO VAI AO JORNAL.

           MOVE SPACES             TO WRK-JRN-ANTES
           MOVE WRK-VIS-CHAVE      TO WRK-JRN-DEPOIS

           PERFORM 7510-GRAVAR-JORNAL
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

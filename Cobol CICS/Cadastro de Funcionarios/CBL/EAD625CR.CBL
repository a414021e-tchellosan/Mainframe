      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD625CR.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMADOR   : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAMA      : EAD625CR                                     *
      *   LINGUAGEM     : COBOL/CICS                                   *
      *   OBJETIVO      : CONSULTA ONLINE DE EMPRESTIMO E COTACAO DE   *
      *                   QUITACAO ANTECIPADA                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   PELO NUMERO DO CONTRATO MOSTRA, A PARTIR DE CONSEMP          *
      *   (EAD625.LOAN.CONSULTA.KSDS, CARREGADO PELO BATCH EAD62657    *
      *   DEPOIS DO ENVELHECIMENTO DA CARTEIRA):                       *
      *     - AS CONDICOES DO CONTRATO E O VENCIMENTO FINAL;           *
      *     - PARCELAS VENCIDAS, PAGAS E EM ATRASO, VALOR PAGO E EM    *
      *       ATRASO, PAGAMENTOS RECEBIDOS E O ULTIMO DELES;           *
      *     - SALDO DEVEDOR, PROXIMA PARCELA E SEU VENCIMENTO;         *
      *     - O PERIODO PROBATORIO DE CONTRATO REESTRUTURADO.          *
      *   COM A DATA DE QUITACAO (DDMMAAAA) COTA A LIQUIDACAO:         *
      *     SALDO DEVEDOR                                              *
      *   + PARCELAS EM ATRASO                                         *
      *   + JUROS DO ULTIMO VENCIMENTO ATE A DATA (TAXA MENSAL,        *
      *     DIAS CORRIDOS NA BASE 30/360)                              *
      *   + TARIFA DE LIQUIDACAO ANTECIPADA (PERCENTUAL DO SALDO       *
      *     DEVEDOR EM VIGOR NA CARGA)                                 *
      *   A DATA VAI DE HOJE ATE O PROXIMO VENCIMENTO; DEPOIS DELE A   *
      *   POSICAO DA CARGA JA NAO VALE.                                *
      *   SO CONSULTA.  EXIGE SIGN-ON (AUTORIDADE C OU S).             *
      *   PF9 IMPRIME A COTACAO NA FILA L86P PARA O CLIENTE, PF3       *
      *   VOLTA AO MENU, PF12 ENCERRA.                                 *
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

       77  WRK-PROGRAMA            PIC X(8)            VALUE 'EAD625CR'.

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

       01  WRK-COTACAO             PIC X(1)            VALUE 'N'.
           88  WRK-COTACAO-S                           VALUE 'S'.
           88  WRK-COTACAO-N                           VALUE 'N'.

       77  WRK-CHAVE-CONTRATO      PIC 9(6)            VALUE ZEROS.

      *----------------------------------------------------------------*
      *    REGISTRO DO ARQUIVO CONSULTADO                              *
      *----------------------------------------------------------------*

       01  WRK-REG-CONSEMP.
           05  WRK-CE-CONTRACT     PIC 9(6)            VALUE ZEROS.
           05  WRK-CE-CLIENT       PIC X(20)           VALUE SPACES.
           05  WRK-CE-PRINCIPAL    PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-CE-RATE         PIC 9(2)V9(2)       VALUE ZEROS.
           05  WRK-CE-TERM         PIC 9(3)            VALUE ZEROS.
           05  WRK-CE-START-DATE   PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-INDEX        PIC X(4)            VALUE SPACES.
           05  WRK-CE-SPREAD       PIC 9(2)V9(2)       VALUE ZEROS.
           05  WRK-CE-ASOF-DATE    PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-DUE-COUNT    PIC 9(3)            VALUE ZEROS.
           05  WRK-CE-PAID-COUNT   PIC 9(3)            VALUE ZEROS.
           05  WRK-CE-MONTHS-OVER  PIC 9(3)            VALUE ZEROS.
           05  WRK-CE-EXPECTED     PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-CE-PAID         PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-CE-ARREARS      PIC 9(9)V9(2)       VALUE ZEROS.
           05  WRK-CE-AGED         PIC X(1)            VALUE SPACES.
           05  WRK-CE-PAY-COUNT    PIC 9(4)            VALUE ZEROS.
           05  WRK-CE-LAST-PAY-DATE
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-BALANCE      PIC 9(7)V9(2)       VALUE ZEROS.
           05  WRK-CE-INSTALLMENT  PIC 9(5)V9(2)       VALUE ZEROS.
           05  WRK-CE-LAST-DUE-DATE
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-NEXT-DUE-DATE
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-MATURITY-DATE
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-CE-CHARGE-PCT   PIC 9(2)V9(2)       VALUE ZEROS.
           05  WRK-CE-RESTRUCTURED PIC X(1)            VALUE SPACES.
           05  WRK-CE-PROBATION-END
                                   PIC 9(8)            VALUE ZEROS.
           05  FILLER              PIC X(26)           VALUE SPACES.

      *----------------------------------------------------------------*
      *    COTACAO DE QUITACAO                                         *
      *----------------------------------------------------------------*

      *    DATA DIGITADA DDMMAAAA E A MESMA DATA EM AAAAMMDD.
       01  WRK-DT-QUIT-ENT.
           05  WRK-DQ-DIA          PIC 9(2)            VALUE ZEROS.
           05  WRK-DQ-MES          PIC 9(2)            VALUE ZEROS.
           05  WRK-DQ-ANO          PIC 9(4)            VALUE ZEROS.

       01  WRK-DT-QUITACAO         PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DT-QUITACAO.
           05  WRK-DT-Q-ANO        PIC 9(4).
           05  WRK-DT-Q-MES        PIC 9(2).
           05  WRK-DT-Q-DIA        PIC 9(2).

       01  WRK-DT-BASE             PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WRK-DT-BASE.
           05  WRK-DT-B-ANO        PIC 9(4).
           05  WRK-DT-B-MES        PIC 9(2).
           05  WRK-DT-B-DIA        PIC 9(2).

       77  WRK-DIA-MAXIMO          PIC 9(2)            VALUE ZEROS.
       77  WRK-BISSEXTO-QUOC       PIC 9(4)            VALUE ZEROS.
       77  WRK-BISSEXTO-RESTO      PIC 9(2)            VALUE ZEROS.
       77  WRK-DIA-INICIAL         PIC 9(2)            VALUE ZEROS.
       77  WRK-DIA-FINAL           PIC 9(2)            VALUE ZEROS.

       77  WRK-DIAS                PIC S9(5)           VALUE ZEROS.
       77  WRK-JUROS               PIC 9(7)V9(2)       VALUE ZEROS.
       77  WRK-TARIFA              PIC 9(7)V9(2)       VALUE ZEROS.
       77  WRK-TOTAL-QUITACAO      PIC 9(9)V9(2)       VALUE ZEROS.

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
       77  WRK-PARCELA-FMT         PIC ZZ.ZZ9,99       VALUE ZEROS.
       77  WRK-TAXA-FMT            PIC Z9,99           VALUE ZEROS.
       77  WRK-QTD-FMT             PIC ZZ9             VALUE ZEROS.
       77  WRK-QTD4-FMT            PIC ZZZ9            VALUE ZEROS.

       01  WRK-LINHA-REESTR.
           05  FILLER              PIC X(30)           VALUE
               'REESTRUTURADO. PROBATORIO ATE '.
           05  WRK-LR-DATA         PIC X(10)           VALUE SPACES.

       01  WRK-LINHA-QUIT.
           05  WRK-LQ-ROTULO       PIC X(36)           VALUE SPACES.
           05  WRK-LQ-VALOR        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05  FILLER              PIC X(30)           VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE IMPRESSAO VIA FILA TRANSIENTE L86P'.
      *----------------------------------------------------------------*

       77  WRK-FILA-IMPRESSORA     PIC X(4)            VALUE 'L86P'.
       77  WRK-LINHA-IMPRESSAO     PIC X(80)           VALUE SPACES.
       77  WRK-LEN-IMPRESSAO       PIC S9(4)  COMP     VALUE 80.
       77  WRK-IMP-DATA            PIC X(10)           VALUE SPACES.
       77  WRK-IMP-HORA            PIC X(8)            VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                  PIC X(80)           VALUE
           'AREA DE COMUNICACAO COM MAP00CR'.
      *----------------------------------------------------------------*

           COPY MAP00CR.

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

       77  WRK-TRANSACAO           PIC X(4)            VALUE 'A25Z'.

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

           MOVE LOW-VALUES         TO MAPEMPI

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
               MOVE 'INFORME CONTRATO (E DATA DE QUITACAO) E <ENTER>'
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

           INSPECT CONTRATOI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DTQUITI   REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE EIBAID
             WHEN DFHPF3
               MOVE SPACES         TO WRK-ID-FUNC
               PERFORM 4050-ACIONAR-MODULO

             WHEN DFHPF12
               MOVE 'PROGRAMA FINALIZADO. PRESSIONE <ESC>'
                                   TO WRK-MENSAGEM
               PERFORM 4060-SEND-TEXT

             WHEN DFHENTER
               PERFORM 2020-CONSULTAR-CONTRATO

             WHEN DFHPF9
               PERFORM 2020-CONSULTAR-CONTRATO
               IF  WRK-COTACAO-S
                   PERFORM 4082-IMPRIMIR-COTACAO
               ELSE
                   IF  WRK-ACHOU-S AND
                       DTQUITI     EQUAL SPACES
                       MOVE 'INFORME A DATA DE QUITACAO PARA IMPRIMIR'
                                   TO MSGO
                   END-IF
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 4020-SEND-MAP
           .

       2010-EXIT.
           EXIT.

       2020-CONSULTAR-CONTRATO.

           SET WRK-ACHOU-N         TO TRUE
           SET WRK-COTACAO-N       TO TRUE

           EVALUATE TRUE
             WHEN CONTRATOI        EQUAL SPACES
               MOVE 'INFORME CONTRATO (E DATA DE QUITACAO) E <ENTER>'
                                   TO MSGO

             WHEN CONTRATOI        NOT NUMERIC
               MOVE 'CONTRATO DEVE SER NUMERICO COM ZEROS A ESQ.'
                                   TO MSGO

             WHEN OTHER
               MOVE CONTRATOI      TO WRK-CHAVE-CONTRATO
               PERFORM 2030-LIMPAR-TELA
               PERFORM 5010-LER-CONSEMP
               IF  WRK-ACHOU-S
                   PERFORM 4070-DATA-DE-HOJE
                   PERFORM 2040-MOVER-CONTRATO
                   IF  DTQUITI     EQUAL SPACES
                       MOVE 'CONSULTA OK. INFORME DATA DE QUITACAO'
                                   TO MSGO
                   ELSE
                       PERFORM 2050-COTAR-QUITACAO
                   END-IF
               END-IF
           END-EVALUATE
           .

       2020-EXIT.
           EXIT.

       2030-LIMPAR-TELA.

           MOVE SPACES             TO POSICAOO CLIENTEO PRINCIPO
                                      TAXAO PRAZOO INICIOO VENCFINO
                                      INDICEO SPREADO QTVENCO QTPAGAO
                                      QTATRAO VLPAGOO VLATRAO QTPGTOO
                                      ULTPAGO SALDEVO PARCELAO
                                      PROXVENO REESTRO DIASO JUROSO
                                      PCTTARO TARIFAO TOTQUITO
           .

       2030-EXIT.
           EXIT.

       2040-MOVER-CONTRATO.

           MOVE WRK-CE-CONTRACT    TO CONTRATOO

           MOVE WRK-CE-ASOF-DATE   TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO POSICAOO

           MOVE WRK-CE-CLIENT      TO CLIENTEO

           MOVE WRK-CE-PRINCIPAL   TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO PRINCIPO

           MOVE WRK-CE-RATE        TO WRK-TAXA-FMT
           MOVE WRK-TAXA-FMT       TO TAXAO

           MOVE WRK-CE-TERM        TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO PRAZOO

           MOVE WRK-CE-START-DATE  TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO INICIOO

           MOVE WRK-CE-MATURITY-DATE
                                   TO WRK-DATA-EDICAO
           PERFORM 6010-FORMATAR-DATA
           MOVE WRK-DATA-FMT       TO VENCFINO

           IF  WRK-CE-INDEX        EQUAL SPACES
               MOVE 'FIXA'         TO INDICEO
           ELSE
               MOVE WRK-CE-INDEX   TO INDICEO
               MOVE WRK-CE-SPREAD  TO WRK-TAXA-FMT
               MOVE WRK-TAXA-FMT   TO SPREADO
           END-IF

           MOVE WRK-CE-DUE-COUNT   TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO QTVENCO

           MOVE WRK-CE-PAID-COUNT  TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO QTPAGAO

           MOVE WRK-CE-MONTHS-OVER TO WRK-QTD-FMT
           MOVE WRK-QTD-FMT        TO QTATRAO

           MOVE WRK-CE-PAID        TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO VLPAGOO

           MOVE WRK-CE-ARREARS     TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO VLATRAO

           MOVE WRK-CE-PAY-COUNT   TO WRK-QTD4-FMT
           MOVE WRK-QTD4-FMT       TO QTPGTOO

           IF  WRK-CE-LAST-PAY-DATE
                                   EQUAL ZEROS
               MOVE 'NENHUM'       TO ULTPAGO
           ELSE
               MOVE WRK-CE-LAST-PAY-DATE
                                   TO WRK-DATA-EDICAO
               PERFORM 6010-FORMATAR-DATA
               MOVE WRK-DATA-FMT   TO ULTPAGO
           END-IF

           MOVE WRK-CE-BALANCE     TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO SALDEVO

           IF  WRK-CE-NEXT-DUE-DATE
                                   EQUAL ZEROS
               MOVE 'PRAZO VENCIDO'
                                   TO PROXVENO
           ELSE
               MOVE WRK-CE-INSTALLMENT
                                   TO WRK-PARCELA-FMT
               MOVE WRK-PARCELA-FMT
                                   TO PARCELAO
               MOVE WRK-CE-NEXT-DUE-DATE
                                   TO WRK-DATA-EDICAO
               PERFORM 6010-FORMATAR-DATA
               MOVE WRK-DATA-FMT   TO PROXVENO
           END-IF

           IF  WRK-CE-RESTRUCTURED EQUAL 'Y'
               MOVE WRK-CE-PROBATION-END
                                   TO WRK-DATA-EDICAO
               PERFORM 6010-FORMATAR-DATA
               MOVE WRK-DATA-FMT   TO WRK-LR-DATA
               MOVE WRK-LINHA-REESTR
                                   TO REESTRO
           END-IF

           IF  WRK-CE-AGED         NOT EQUAL 'Y'
               MOVE 'SEM POSICAO DE ATRASO NA CARGA'
                                   TO REESTRO
           END-IF
           .

       2040-EXIT.
           EXIT.

       2050-COTAR-QUITACAO.

      *    A COTACAO SO VALE ENTRE HOJE E O PROXIMO VENCIMENTO: DEPOIS
      *    DELE VENCE OUTRA PARCELA E O SALDO DA CARGA MUDA.

           PERFORM 2060-VALIDAR-DATA

           EVALUATE TRUE
             WHEN WRK-DIA-MAXIMO   EQUAL ZEROS
               MOVE 'DATA DE QUITACAO INVALIDA (DDMMAAAA)'
                                   TO MSGO

             WHEN WRK-DT-QUITACAO  LESS WRK-DATA-HOJE
               MOVE 'DATA DE QUITACAO ANTERIOR A HOJE'
                                   TO MSGO

             WHEN WRK-CE-NEXT-DUE-DATE
                                   NOT EQUAL ZEROS AND
                  WRK-DT-QUITACAO  GREATER WRK-CE-NEXT-DUE-DATE
               MOVE 'DATA DE QUITACAO APOS O PROXIMO VENCIMENTO'
                                   TO MSGO

             WHEN WRK-CE-BALANCE   EQUAL ZEROS AND
                  WRK-CE-ARREARS   EQUAL ZEROS
               MOVE 'CONTRATO SEM SALDO A QUITAR'
                                   TO MSGO

             WHEN OTHER
               PERFORM 2070-CALCULAR-QUITACAO
               SET WRK-COTACAO-S   TO TRUE
               MOVE 'COTACAO DE QUITACAO REALIZADA. PF9 IMPRIME'
                                   TO MSGO
           END-EVALUATE
           .

       2050-EXIT.
           EXIT.

       2060-VALIDAR-DATA.

      *    DIA MAXIMO ZERO = DATA INVALIDA.

           MOVE ZEROS              TO WRK-DIA-MAXIMO

           IF  DTQUITI             NOT NUMERIC
               GO TO 2060-EXIT
           END-IF

           MOVE DTQUITI            TO WRK-DT-QUIT-ENT
           MOVE WRK-DQ-ANO         TO WRK-DT-Q-ANO
           MOVE WRK-DQ-MES         TO WRK-DT-Q-MES
           MOVE WRK-DQ-DIA         TO WRK-DT-Q-DIA

           EVALUATE WRK-DQ-MES
             WHEN 02
               DIVIDE WRK-DQ-ANO   BY 4
                                   GIVING WRK-BISSEXTO-QUOC
                                   REMAINDER WRK-BISSEXTO-RESTO
               IF  WRK-BISSEXTO-RESTO
                                   EQUAL ZEROS
                   MOVE 29         TO WRK-DIA-MAXIMO
               ELSE
                   MOVE 28         TO WRK-DIA-MAXIMO
               END-IF
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30             TO WRK-DIA-MAXIMO
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31             TO WRK-DIA-MAXIMO
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF  WRK-DQ-DIA          EQUAL ZEROS OR
               WRK-DQ-DIA          GREATER WRK-DIA-MAXIMO
               MOVE ZEROS          TO WRK-DIA-MAXIMO
           END-IF
           .

       2060-EXIT.
           EXIT.

       2070-CALCULAR-QUITACAO.

      *    DIAS NA BASE 30/360 DO ULTIMO VENCIMENTO (O INICIO, SE
      *    NENHUM VENCEU) ATE A QUITACAO; DIA 31 CONTA COMO 30.

           MOVE WRK-CE-LAST-DUE-DATE
                                   TO WRK-DT-BASE

           MOVE WRK-DT-B-DIA       TO WRK-DIA-INICIAL
           IF  WRK-DIA-INICIAL     GREATER 30
               MOVE 30             TO WRK-DIA-INICIAL
           END-IF

           MOVE WRK-DT-Q-DIA       TO WRK-DIA-FINAL
           IF  WRK-DIA-FINAL       GREATER 30
               MOVE 30             TO WRK-DIA-FINAL
           END-IF

           COMPUTE WRK-DIAS =
               ((WRK-DT-Q-ANO - WRK-DT-B-ANO) * 360)
             + ((WRK-DT-Q-MES - WRK-DT-B-MES) * 30)
             + WRK-DIA-FINAL - WRK-DIA-INICIAL

           IF  WRK-DIAS            LESS ZEROS
               MOVE ZEROS          TO WRK-DIAS
           END-IF

           COMPUTE WRK-JUROS ROUNDED =
               WRK-CE-BALANCE * WRK-CE-RATE / 100 * WRK-DIAS / 30

           COMPUTE WRK-TARIFA ROUNDED =
               WRK-CE-BALANCE * WRK-CE-CHARGE-PCT / 100

           COMPUTE WRK-TOTAL-QUITACAO =
               WRK-CE-BALANCE + WRK-CE-ARREARS
             + WRK-JUROS + WRK-TARIFA

           MOVE WRK-DIAS           TO WRK-QTD4-FMT
           MOVE WRK-QTD4-FMT       TO DIASO

           MOVE WRK-JUROS          TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO JUROSO

           MOVE WRK-CE-CHARGE-PCT  TO WRK-TAXA-FMT
           MOVE WRK-TAXA-FMT       TO PCTTARO

           MOVE WRK-TARIFA         TO WRK-VALOR-FMT
           MOVE WRK-VALOR-FMT      TO TARIFAO

           MOVE WRK-TOTAL-QUITACAO TO WRK-TOTAL-FMT
           MOVE WRK-TOTAL-FMT      TO TOTQUITO
           .

       2070-EXIT.
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
               MAP    ('MAPEMP')
               MAPSET ('MAP00CR')
               INTO   (MAPEMPI)
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

           MOVE 'A25Z'             TO CODTRANO

           PERFORM 4030-FORMATTIME

           EVALUATE TRUE
             WHEN WRK-MAPA-DESENHADO-S
               EXEC CICS SEND
                   MAPSET ('MAP00CR')
                   MAP    ('MAPEMP')
                   FROM   (MAPEMPO)
                   DATAONLY
                   RESP(WRK-RESP-CICS)
               END-EXEC
             WHEN OTHER
               EXEC CICS SEND
                   MAPSET ('MAP00CR')
                   MAP    ('MAPEMP')
                   ERASE
                   FROM   (MAPEMPO)
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

       4080-GRAVAR-LINHA-TD.

           MOVE '4080-GRAVAR-LINHA-TD'
                                   TO WRK-PARAGRAFO

           EXEC CICS WRITEQ TD
               QUEUE  (WRK-FILA-IMPRESSORA)
               FROM   (WRK-LINHA-IMPRESSAO)
               LENGTH (WRK-LEN-IMPRESSAO)
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

       4080-EXIT.
           EXIT.

       4081-GRAVAR-CABECALHO-TD.

           PERFORM 4040-ASKTIME

           EXEC CICS FORMATTIME
               ABSTIME  (WRK-ABSTIME)
               DDMMYYYY (WRK-IMP-DATA)
               DATESEP  ('/')
               TIME     (WRK-IMP-HORA)
               TIMESEP  (':')
               RESP    (WRK-RESP-CICS)
           END-EXEC

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           STRING 'COTACAO DE QUITACAO  '
                  WRK-IMP-DATA ' ' WRK-IMP-HORA
                  '  TERMINAL ' EIBTRMID
                  '  USUARIO ' WRK-USUARIO
           DELIMITED BY SIZE INTO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD
           .

       4081-EXIT.
           EXIT.

       4082-IMPRIMIR-COTACAO.

           PERFORM 4081-GRAVAR-CABECALHO-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           STRING 'CONTRATO ' CONTRATOO
                  '  CLIENTE ' CLIENTEO
           DELIMITED BY SIZE INTO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           STRING 'PRINCIPAL ' PRINCIPO
                  '  TAXA ' TAXAO ' % A.M.'
                  '  PRAZO ' PRAZOO
                  '  INICIO ' INICIOO
           DELIMITED BY SIZE INTO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           STRING 'POSICAO EM ' POSICAOO
                  '  PARCELAS VENCIDAS ' QTVENCO
                  '  PAGAS ' QTPAGAO
                  '  MESES EM ATRASO ' QTATRAO
           DELIMITED BY SIZE INTO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE SPACES             TO WRK-LINHA-IMPRESSAO
           STRING 'QUITACAO EM ' DTQUITI(1:2) '/' DTQUITI(3:2) '/'
                  DTQUITI(5:4)
           DELIMITED BY SIZE INTO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD

           MOVE '  SALDO DEVEDOR'  TO WRK-LQ-ROTULO
           MOVE WRK-CE-BALANCE     TO WRK-LQ-VALOR
           PERFORM 4083-GRAVAR-LINHA-QUIT

           MOVE '  PARCELAS EM ATRASO'
                                   TO WRK-LQ-ROTULO
           MOVE WRK-CE-ARREARS     TO WRK-LQ-VALOR
           PERFORM 4083-GRAVAR-LINHA-QUIT

           MOVE SPACES             TO WRK-LQ-ROTULO
           STRING '  JUROS DE ' DIASO ' DIAS'
           DELIMITED BY SIZE INTO WRK-LQ-ROTULO
           MOVE WRK-JUROS          TO WRK-LQ-VALOR
           PERFORM 4083-GRAVAR-LINHA-QUIT

           MOVE SPACES             TO WRK-LQ-ROTULO
           STRING '  TARIFA DE LIQ. ANTECIPADA ' PCTTARO ' %'
           DELIMITED BY SIZE INTO WRK-LQ-ROTULO
           MOVE WRK-TARIFA         TO WRK-LQ-VALOR
           PERFORM 4083-GRAVAR-LINHA-QUIT

           MOVE '  TOTAL PARA QUITACAO'
                                   TO WRK-LQ-ROTULO
           MOVE WRK-TOTAL-QUITACAO TO WRK-LQ-VALOR
           PERFORM 4083-GRAVAR-LINHA-QUIT

           MOVE 'COTACAO ENVIADA PARA A IMPRESSORA'
                                   TO MSGO
           .

       4082-EXIT.
           EXIT.

       4083-GRAVAR-LINHA-QUIT.

           MOVE WRK-LINHA-QUIT     TO WRK-LINHA-IMPRESSAO
           PERFORM 4080-GRAVAR-LINHA-TD
           .

       4083-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-ARQUIVOS               SECTION.
      *----------------------------------------------------------------*

       5010-LER-CONSEMP.

           MOVE '5010-LER-CONSEMP' TO WRK-PARAGRAFO

           SET WRK-ACHOU-N         TO TRUE

           EXEC CICS READ
               FILE   ('CONSEMP')
               INTO   (WRK-REG-CONSEMP)
               RIDFLD (WRK-CHAVE-CONTRATO)
               RESP   (WRK-RESP-CICS)
           END-EXEC

           EVALUATE WRK-RESP-CICS
             WHEN DFHRESP(NORMAL)
               SET WRK-ACHOU-S     TO TRUE
             WHEN DFHRESP(NOTFND)
               MOVE 'CONTRATO NAO ENCONTRADO NA CARTEIRA'
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

      *   O ARQUIVO USRPROF (KSDS) GUARDA USUARIO, SENHA, NIVEL DE     *
      *   AUTORIDADE (C = CONSULTA, S = SUPERVISOR) E O CICLO DE       *
      *   VIDA DA SENHA: DATA DA ULTIMA TROCA, TROCA OBRIGATORIA,      *
      *   CONTADOR DE FALHAS, BLOQUEIO, SITUACAO (A/D), DATA DO        *
      *   ULTIMO SIGN-ON E A MARCA DA RECERTIFICACAO TRIMESTRAL DE     *
      *   ACESSOS, COM A DATA (P = PENDENTE, C = CONFIRMADO; R, N E    *
      *   I = DESATIVADO POR REVOGACAO, FALTA DE CONFIRMACAO OU        *
      *   FALTA DE SIGN-ON EM 90 DIAS), AMBAS MANTIDAS PELO BATCH      *
      *   EAD62671.  APOS O SIGN-ON O MENU EAD625CM                    *
      *   RECEBE O USUARIO E A AUTORIDADE NA COMMAREA E ESCONDE AS     *
      *   FUNCOES DE ATUALIZACAO DE QUEM SO PODE CONSULTAR.            *
      *                                                                *
      *   REGRAS DO CICLO DE VIDA:                                     *
      *     - SENHA EXPIRA APOS O NUMERO DE DIAS GUARDADO NO           *
           05  WRK-UP-FALHAS       PIC 9(1)            VALUE ZEROS.
           05  WRK-UP-BLOQUEADO    PIC X(1)            VALUE SPACES.
           05  WRK-UP-SITUACAO     PIC X(1)            VALUE SPACES.
           05  WRK-UP-ULTIMO-ACESSO
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-UP-RECERTIFICACAO
                                   PIC X(1)            VALUE SPACES.
           05  WRK-UP-DATA-RECERT  PIC 9(8)            VALUE ZEROS.

       01  WRK-REG-PARAM.
           05  WRK-PA-USUARIO      PIC X(8)            VALUE SPACES.
           05  WRK-PA-VALIDADE     PIC 9(3)            VALUE ZEROS.
           05  FILLER              PIC X(35)           VALUE SPACES.

       77  WRK-PARAM-CHAVE         PIC X(8)            VALUE '*PARAM*'.
       77  WRK-VALIDADE-DIAS       PIC 9(3)            VALUE 090.
               PERFORM 4080-REGRAVAR-USRPROF

             WHEN OTHER
               PERFORM 4030-FORMATTIME
               MOVE ZEROS          TO WRK-UP-FALHAS
               MOVE WRK-DATA-HOJE  TO WRK-UP-ULTIMO-ACESSO
               PERFORM 4080-REGRAVAR-USRPROF
               PERFORM 2040-VERIFICAR-VALIDADE
           END-EVALUATE

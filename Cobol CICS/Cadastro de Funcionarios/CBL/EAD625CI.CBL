      *   LINGUAGEM     : COBOL/CICS                                   *
      *   OBJETIVO      : INCLUIR FUNCIONARIO                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   TODA INCLUSAO DEVE INFORMAR UMA REQUISICAO DE PESSOAL        *
      *   ABERTA (EAD625.REQUISITION, MANTIDA PELO EAD62672) DO        *
      *   MESMO DEPARTAMENTO.  O CARGO, SE NAO INFORMADO, E O DA       *
      *   REQUISICAO, E O SALARIO DEVE CABER NA FAIXA DO SEU GRADE.    *
      *   A INCLUSAO PREENCHE A REQUISICAO (SITUACAO F).               *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           88  WRK-CARGO-OK-S                          VALUE 'S'.
           88  WRK-CARGO-OK-N                          VALUE 'N'.

      *    REQUISICAO DE PESSOAL (EAD625.REQUISITION) QUE A INCLUSAO
      *    PREENCHE: DEVE ESTAR ABERTA (O) E SER DO MESMO DEPARTAMENTO.
       77  WRK-REQUISICAO          PIC S9(6)  COMP-3   VALUE ZEROS.
       77  WRK-REQ-DEPT            PIC X(3)            VALUE SPACES.
       77  WRK-REQ-CARGO           PIC X(4)            VALUE SPACES.
       77  WRK-REQ-SITUACAO        PIC X(1)            VALUE SPACES.

       01  WRK-REQUISICAO-OK       PIC X(1)            VALUE 'S'.
           88  WRK-REQUISICAO-OK-S                     VALUE 'S'.
           88  WRK-REQUISICAO-OK-N                     VALUE 'N'.

       01  WRK-DATA                PIC X(10)         VALUE '0001-01-01'.
       01  FILLER                  REDEFINES WRK-DATA.
           05  WRK-ANO             PIC X(4).
           INSPECT CARGOI REPLACING ALL LOW-VALUES BY SPACES
           MOVE CARGOI             TO WRK-CARGO

           PERFORM 5050-VALIDAR-REQUISICAO
           IF  WRK-REQUISICAO-OK-N
               PERFORM 4020-SEND-MAP
               PERFORM 3010-FINALIZAR
           END-IF

           IF  WRK-CARGO           EQUAL SPACES
               MOVE -1             TO WRK-NULL-CARGO
           ELSE

           EVALUATE SQLCODE
             WHEN ZEROS
               PERFORM 5060-PREENCHER-REQUISICAO
               PERFORM 6010-GRAVAR-JORNAL
               MOVE IDFUNCI        TO WRK-ID-FUNC
               MOVE 'INCLUSAO REALIZADA COM SUCESSO'
       5040-EXIT.
           EXIT.

       5050-VALIDAR-REQUISICAO.

           MOVE '5050-VALIDAR-REQUISICAO'
                                   TO WRK-PARAGRAFO

           SET WRK-REQUISICAO-OK-S TO TRUE

           IF  REQUISI             NOT NUMERIC
               MOVE 'INFORME A REQUISICAO DE PESSOAL DA VAGA'
                                   TO MSGO
               MOVE -1             TO REQUISL
               SET WRK-REQUISICAO-OK-N
                                   TO TRUE
           ELSE
               MOVE REQUISI        TO WRK-REQUISICAO

               EXEC SQL
                   SELECT ID_DEPT
                        , JOB_CODE
                        , STATUS
                     INTO :WRK-REQ-DEPT
                        , :WRK-REQ-CARGO
                        , :WRK-REQ-SITUACAO
                     FROM EAD625.REQUISITION
                    WHERE ID_REQUISITION = :WRK-REQUISICAO
               END-EXEC

               EVALUATE SQLCODE
                 WHEN ZEROS
                   PERFORM 5051-CONFERIR-REQUISICAO
                 WHEN +100
                   MOVE 'REQUISICAO INFORMADA NAO EXISTE'
                                   TO MSGO
                   MOVE -1         TO REQUISL
                   SET WRK-REQUISICAO-OK-N
                                   TO TRUE
                 WHEN OTHER
                   MOVE SQLCODE    TO WRK-FMT-SQLCODE
                   PERFORM 9020-ERRO-DB2
               END-EVALUATE
           END-IF
           .

       5050-EXIT.
           EXIT.

       5051-CONFERIR-REQUISICAO.

           EVALUATE TRUE
             WHEN WRK-REQ-SITUACAO NOT EQUAL 'O'
               MOVE 'REQUISICAO NAO ESTA ABERTA'
                                   TO MSGO
               MOVE -1             TO REQUISL
               SET WRK-REQUISICAO-OK-N
                                   TO TRUE
             WHEN WRK-REQ-DEPT     NOT EQUAL DEPTOI
               MOVE 'REQUISICAO E DE OUTRO DEPARTAMENTO'
                                   TO MSGO
               MOVE -1             TO DEPTOL
               SET WRK-REQUISICAO-OK-N
                                   TO TRUE
             WHEN WRK-CARGO        NOT EQUAL SPACES AND
                  WRK-CARGO        NOT EQUAL WRK-REQ-CARGO
               MOVE 'CARGO DIFERENTE DO CARGO DA REQUISICAO'
                                   TO MSGO
               MOVE -1             TO CARGOL
               SET WRK-REQUISICAO-OK-N
                                   TO TRUE
             WHEN OTHER
               MOVE WRK-REQ-CARGO  TO WRK-CARGO
           END-EVALUATE
           .

       5051-EXIT.
           EXIT.

       5060-PREENCHER-REQUISICAO.

      *    SO PREENCHE SE A REQUISICAO AINDA ESTIVER ABERTA; SE OUTRA
      *    INCLUSAO OU UM CANCELAMENTO CHEGOU ANTES, A INCLUSAO DO
      *    FUNCIONARIO E DESFEITA.

           MOVE '5060-PREENCHER-REQUISICAO'
                                   TO WRK-PARAGRAFO

           MOVE LKG-USUARIO        TO WRK-JRN-USUARIO

           EXEC SQL
               UPDATE EAD625.REQUISITION
                  SET STATUS      = 'F'
                    , CLOSED_BY   = :WRK-JRN-USUARIO
                    , CLOSED_ON   = CURRENT DATE
                    , ID_EMPLOYEE = :EADD0002.ID-EMPLOYEE
                WHERE ID_REQUISITION = :WRK-REQUISICAO
                  AND STATUS         = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN +100
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'REQUISICAO JA PREENCHIDA OU CANCELADA'
                                   TO MSGO
               MOVE -1             TO REQUISL
               PERFORM 4020-SEND-MAP
               PERFORM 3010-FINALIZAR
             WHEN OTHER
               MOVE SQLCODE        TO WRK-FMT-SQLCODE
               PERFORM 9020-ERRO-DB2
           END-EVALUATE
           .

       5060-EXIT.
           EXIT.

       5020-VERIFICAR-DUPLICIDADE.

           MOVE '5020-VERIFICAR-DUPLICIDADE'

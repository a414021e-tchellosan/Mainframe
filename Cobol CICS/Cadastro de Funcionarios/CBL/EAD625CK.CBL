      *   AUTORIZADOR DO SIGN-ON.  O BATCH NOTURNO EAD62606 APLICA     *
      *   AS PENDENCIAS NA DATA EFETIVA PELOS MESMOS CAMINHOS DE       *
      *   VALIDACAO E JORNAL DAS TRANSACOES ONLINE.                    *
      *   UMA ALTERACAO DE SALARIO PODE TER DATA EFETIVA PASSADA       *
      *   DENTRO DO ANO CORRENTE (AUMENTO ACORDADO COM ATRASO): A      *
      *   FOLHA SEGUINTE (EAD62560) PAGA AS DIFERENCAS DOS MESES JA    *
      *   FECHADOS.  A TRANSFERENCIA DE DEPARTAMENTO SEGUE SO FUTURA.  *
      *   PF3 VOLTA AO MENU, PF12 ENCERRA.                             *
      *                                                                *
      *================================================================*
                                   TO MSGO
               MOVE -1             TO EFETIVL

             WHEN EFETIVI          NOT GREATER WRK-DATA-HOJE AND
                  TIPOI            EQUAL 'D'
               MOVE 'DATA EFETIVA DEVE SER FUTURA'
                                   TO MSGO
               MOVE -1             TO EFETIVL

             WHEN EFETIVI          LESS WRK-DATA-HOJE AND
                  EFETIVI(1:4)     NOT EQUAL WRK-DATA-HOJE(1:4)
               MOVE 'RETROATIVO SOMENTE DENTRO DO ANO CORRENTE'
                                   TO MSGO
               MOVE -1             TO EFETIVL

             WHEN OTHER
               CONTINUE
           END-EVALUATE

      * EXTRACAO NOTURNA PARA O RAZAO GERAL (GL) - GERA O ARQUIVO DE
      * INTERFACE COM UM REGISTRO POR CONTA DO MESTRE (CHAVE, TIPO,
      * MOEDA, SALDO NATIVO E SALDO EQUIVALENTE EM BRL PELA TAXA
      * VIGENTE, AGENCIA DA CONTA), ENVOLTO EM HEADER COM A DATA E
      * TRAILER COM QUANTIDADE E SOMAS DE CONFERENCIA
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           MOVE CM-SITUACAO   TO GLD-SITUACAO
           MOVE CM-SALDO      TO GLD-SALDO
           MOVE WRK-SALDO-BRL TO GLD-SALDO-BRL
           MOVE CM-AGENCIA    TO GLD-AGENCIA
           IF CM-AGENCIA IS NOT NUMERIC
               MOVE ZEROS     TO GLD-AGENCIA
           END-IF

           WRITE GL-DETALHE.


      *----LINHAS, TOTAL DE DEBITOS, TOTAL DE CREDITOS E O LIQUIDO,
      *----QUE PRECISA FECHAR EM ZERO PARA O ARQUIVO SER LIBERADO
      *----GLJD-NATUREZA: D-DEBITO  C-CREDITO
      *----GLJD-NUM-TRANSACAO E O NUMERO DO MOVIMENTO NA TRILHA
      *----(AUD-NUM-TRANSACAO), REPETIDO NAS DUAS LINHAS DO PAR
      *----GLJD-AGENCIA (ACRESCENTADO NO FIM DO DETALHE): AGENCIA DA
      *----CONTA DO MOVIMENTO NO MESTRE, REPETIDA NAS DUAS LINHAS DO
      *----PAR, ENTAO CADA AGENCIA FECHA EM ZERO; ZEROS = CONTA SEM
      *----AGENCIA OU FORA DO MESTRE
      *----O CLIREAV GRAVA NO MESMO LAYOUT O JORNAL DE REAVALIACAO
      *----CAMBIAL DE FIM DE MES (CLIGLR); LA GLJD-NUM-TRANSACAO E
      *----"V" + DATA DE FECHAMENTO SEM O PRIMEIRO DIGITO DO ANO +
      *----SEQUENCIA DO PAR
       01  GLJ-HEADER.
           05  GLJH-TIPO           PICTURE X(01).
           05  GLJH-DATA           PICTURE 9(08).
           05  GLJD-OPERACAO       PICTURE X(10).
           05  GLJD-DATA           PICTURE 9(08).
           05  GLJD-VALOR          PICTURE S9(12)V99  COMP-3.
           05  GLJD-NUM-TRANSACAO  PICTURE X(16).
           05  GLJD-AGENCIA        PICTURE 9(04).

       01  GLJ-TRAILER.
           05  GLJT-TIPO           PICTURE X(01).

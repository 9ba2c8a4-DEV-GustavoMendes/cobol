      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE REAVALIACAO CAMBIAL DE FIM DE MES -
      *----UM REGISTRO POR CONTA EM MOEDA ESTRANGEIRA E FECHAMENTO,
      *----CHAVEADO POR CHAVE DA CONTA + DATA DE FECHAMENTO; GRAVADO
      *----PELO CLIREAV, QUE PARTE DO REGISTRO DO FECHAMENTO ANTERIOR
      *----DA CONTA PARA CALCULAR O AJUSTE DO MES
      *----RVL-SALDO: SALDO NA MOEDA DA CONTA NO FECHAMENTO
      *----RVL-TAXA/RVL-DATA-TAXA: TAXA DE FECHAMENTO E SUA VIGENCIA
      *----RVL-VALOR-BRL: SALDO REAVALIADO EM BRL PELA TAXA
      *----RVL-AJUSTE: AJUSTE LANCADO NO MES (POSITIVO = PERDA
      *----CAMBIAL, NEGATIVO = GANHO CAMBIAL)
      *----RVL-NUM-TRANSACAO: NUMERO DO PAR DE LINHAS NO JORNAL DE
      *----REAVALIACAO (ESPACOS = MES SEM AJUSTE)
       01  REAVALIACAO-RECORD.
           05  RVL-ID.
               10  RVL-CHAVE           PICTURE X(10).
               10  RVL-DATA-FECHAMENTO PICTURE 9(08).
           05  RVL-MOEDA               PICTURE X(03).
           05  RVL-SALDO               PICTURE S9(10)     COMP-3.
           05  RVL-TAXA                PICTURE 9(04)V9999.
           05  RVL-DATA-TAXA           PICTURE 9(08).
           05  RVL-VALOR-BRL           PICTURE S9(12)V99  COMP-3.
           05  RVL-AJUSTE              PICTURE S9(12)V99  COMP-3.
           05  RVL-NUM-TRANSACAO       PICTURE X(16).
           05  RVL-DATA-PROCESSO       PICTURE 9(08).

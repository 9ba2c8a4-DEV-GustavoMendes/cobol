      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE PAGAMENTOS RECUSADOS DEVOLVIDO PELA
      *----CAMARA DE COMPENSACAO (CLIRET) - HEADER (H) COM A DATA DE
      *----MOVIMENTO E A IDENTIFICACAO DO ARQUIVO NA CAMARA, UM
      *----DETALHE (D) POR PAGAMENTO DA REMESSA QUE A INSTITUICAO
      *----DESTINO NAO ACEITOU E TRAILER (T) COM A QUANTIDADE E A
      *----SOMA DOS VALORES DOS DETALHES
      *----RETD-NUM-TRANSACAO E O REMD-NUM-TRANSACAO DA REMESSA;
      *----RETD-MOTIVO E O CODIGO DE RECUSA DA CAMARA
       01  RET-HEADER.
           05  RETH-TIPO           PICTURE X(01).
           05  RETH-DATA           PICTURE 9(08).
           05  RETH-ARQUIVO-ID     PICTURE X(08).

       01  RET-DETALHE.
           05  RETD-TIPO           PICTURE X(01).
           05  RETD-NUM-TRANSACAO  PICTURE X(16).
           05  RETD-BANCO-DESTINO  PICTURE 9(03).
           05  RETD-VALOR          PICTURE 9(10).
           05  RETD-MOTIVO         PICTURE X(02).

       01  RET-TRAILER.
           05  RETT-TIPO           PICTURE X(01).
           05  RETT-QTDE           PICTURE 9(07).
           05  RETT-SOMA-VALOR     PICTURE 9(13).

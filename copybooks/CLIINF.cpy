      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO ANUAL DO INFORME DE RENDIMENTOS (CLIINF)
      *----GERADO PELO CLIINFX PARA A ENTREGA AO ORGAO REGULADOR -
      *----HEADER (H) COM O ANO-BASE E A DATA DE GERACAO, UM DETALHE
      *----(D) POR DOCUMENTO E CONTA E TRAILER (T) COM AS QUANTIDADES
      *----E AS SOMAS DE CONTROLE DOS VALORES DOS DETALHES
      *----INFD-TITULARIDADE: T-TITULAR  C-COTITULAR
      *----INFD-SALDO-ANTERIOR E INFD-SALDO-ATUAL SAO OS SALDOS DE
      *----31/12 DO ANO ANTERIOR E DO ANO-BASE (FECHAMENTOS DO
      *----CLIHIST); INFD-JUROS E INFD-IMPOSTO SAO OS JUROS CREDITADOS
      *----E O IMPOSTO RETIDO NO ANO (TRILHAS DE AUDITORIA), LIQUIDOS
      *----DE ESTORNOS - TODOS NA MOEDA DA CONTA (INFD-MOEDA)
       01  INF-HEADER.
           05  INFH-TIPO           PICTURE X(01).
           05  INFH-ANO-BASE       PICTURE 9(04).
           05  INFH-DATA-GERACAO   PICTURE 9(08).
           05  FILLER              PICTURE X(20).

       01  INF-DETALHE.
           05  INFD-TIPO           PICTURE X(01).
           05  INFD-DOCUMENTO      PICTURE 9(14).
           05  INFD-CHAVE          PICTURE X(10).
           05  INFD-TITULARIDADE   PICTURE X(01).
           05  INFD-TIPO-CONTA     PICTURE 9(01).
           05  INFD-SITUACAO       PICTURE X(01).
           05  INFD-MOEDA          PICTURE X(03).
           05  INFD-SALDO-ANTERIOR PICTURE S9(10)  COMP-3.
           05  INFD-SALDO-ATUAL    PICTURE S9(10)  COMP-3.
           05  INFD-JUROS          PICTURE S9(10)  COMP-3.
           05  INFD-IMPOSTO        PICTURE S9(10)  COMP-3.

       01  INF-TRAILER.
           05  INFT-TIPO           PICTURE X(01).
           05  INFT-QTDE-DOCUMENTOS PICTURE 9(07).
           05  INFT-QTDE-DETALHES  PICTURE 9(07).
           05  INFT-TOTAL-SALDO-ANTERIOR PICTURE S9(13) COMP-3.
           05  INFT-TOTAL-SALDO-ATUAL    PICTURE S9(13) COMP-3.
           05  INFT-TOTAL-JUROS    PICTURE S9(13)  COMP-3.
           05  INFT-TOTAL-IMPOSTO  PICTURE S9(13)  COMP-3.

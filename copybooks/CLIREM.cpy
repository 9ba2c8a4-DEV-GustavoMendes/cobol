      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE REMESSA DE TRANSFERENCIAS EXTERNAS
      *----PARA A CAMARA DE COMPENSACAO (CLIREM), GERADO PELO
      *----CLIREMS - HEADER (H) COM A DATA DO PROCESSAMENTO E A
      *----IDENTIFICACAO DO ARQUIVO, UM DETALHE (D) POR PAGAMENTO E
      *----TRAILER (T) COM A QUANTIDADE E A SOMA DOS VALORES
      *----REMD-NUM-TRANSACAO E A REFERENCIA DO PAGAMENTO: A CAMARA A
      *----DEVOLVE NO ARQUIVO DE PAGAMENTOS RECUSADOS (CLIRET)
      *----DOCUMENTOS COM CPF COM ZEROS A ESQUERDA; VALOR EM BRL
       01  REM-HEADER.
           05  REMH-TIPO           PICTURE X(01).
           05  REMH-DATA           PICTURE 9(08).
           05  REMH-ARQUIVO-ID     PICTURE X(08).

       01  REM-DETALHE.
           05  REMD-TIPO           PICTURE X(01).
           05  REMD-NUM-TRANSACAO  PICTURE X(16).
           05  REMD-DOC-REMETENTE  PICTURE 9(14).
           05  REMD-NOME-REMETENTE PICTURE X(20).
           05  REMD-BANCO-DESTINO  PICTURE 9(03).
           05  REMD-AGENCIA-DESTINO PICTURE 9(04).
           05  REMD-CONTA-DESTINO  PICTURE X(12).
           05  REMD-DOC-BENEFICIARIO PICTURE 9(14).
           05  REMD-VALOR          PICTURE 9(10).

       01  REM-TRAILER.
           05  REMT-TIPO           PICTURE X(01).
           05  REMT-QTDE           PICTURE 9(07).
           05  REMT-SOMA-VALOR     PICTURE 9(13).

      *----Gustavo Mendes de Moura
      *----LAYOUT DO CADASTRO DE TRANSFERENCIAS EXTERNAS (CLIPGT) -
      *----UM REGISTRO POR TRANSFERENCIA PARA OUTRA INSTITUICAO
      *----(OPERACAO "X") JA DEBITADA DO CLIENTE, CHAVEADO PELO
      *----NUMERO DE TRANSACAO DO DEBITO. E A POSICAO DA COMPENSACAO
      *----INTERBANCARIA: O QUE ESTA EM "P" OU "R" E DINHEIRO QUE
      *----SAIU DAS CONTAS E AINDA E DEVIDO A CAMARA
      *----PGT-SITUACAO: P-PENDENTE DE REMESSA  R-REMETIDO A CAMARA
      *----D-DEVOLVIDO PELA CAMARA (CREDITADO DE VOLTA AO CLIENTE)
      *----PGT-DOC-REMETENTE E PGT-DOC-BENEFICIARIO: CPF COM ZEROS A
      *----ESQUERDA NOS 14 DIGITOS. PGT-REMESSA-ID E A IDENTIFICACAO
      *----DO ARQUIVO DE REMESSA (CLIREM) QUE LEVOU O PAGAMENTO;
      *----PGT-NUM-DEVOLUCAO E O NUMERO DE TRANSACAO DO CREDITO DE
      *----DEVOLUCAO (DEVOL-EXT) GRAVADO NA TRILHA PELO CLIRETP
       01  PAGAMENTO-EXTERNO-RECORD.
           05  PGT-NUM-TRANSACAO   PICTURE X(16).
           05  PGT-CHAVE           PICTURE X(10).
           05  PGT-DOC-REMETENTE   PICTURE 9(14).
           05  PGT-NOME-REMETENTE  PICTURE X(20).
           05  PGT-BANCO-DESTINO   PICTURE 9(03).
           05  PGT-AGENCIA-DESTINO PICTURE 9(04).
           05  PGT-CONTA-DESTINO   PICTURE X(12).
           05  PGT-DOC-BENEFICIARIO PICTURE 9(14).
           05  PGT-VALOR           PICTURE S9(10)  COMP-3.
           05  PGT-DATA-DEBITO     PICTURE 9(08).
           05  PGT-OPERADOR        PICTURE X(08).
           05  PGT-SITUACAO        PICTURE X(01).
           05  PGT-REMESSA-ID      PICTURE X(08).
           05  PGT-DATA-REMESSA    PICTURE 9(08).
           05  PGT-MOTIVO-DEVOLUCAO PICTURE X(02).
           05  PGT-DATA-DEVOLUCAO  PICTURE 9(08).
           05  PGT-NUM-DEVOLUCAO   PICTURE X(16).

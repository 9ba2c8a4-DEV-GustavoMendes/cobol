      *----DO PROCESSAMENTO ANTES DE QUALQUER POSTAGEM
      *----ENT-CHAVE-CONTRA SO E PREENCHIDA NA OPERACAO "T"
      *----(TRANSFERENCIA)
      *----ENT-NUM-TRANSACAO (ACRESCENTADO NO FIM DO DETALHE) E O
      *----NUMERO UNICO DO MOVIMENTO: LANH-ARQUIVO-ID SEGUIDO DA
      *----POSICAO DO DETALHE NO ARQUIVO (8 DIGITOS). O GERADOR DE
      *----ORDENS (CLIORDG) NUMERA OS DETALHES QUE GRAVA; DETALHE
      *----SEM NUMERO RECEBE O MESMO CALCULO NA POSTAGEM (CLIENTES)
      *----ENT-NUM-ORIGINAL SO E PREENCHIDO NA OPERACAO "E" (ESTORNO):
      *----NUMERO DE TRANSACAO DO MOVIMENTO JA POSTADO QUE O ESTORNO
      *----DESFAZ; ENT-CHAVE E A CONTA DO MOVIMENTO ORIGINAL (NA
      *----TRANSFERENCIA, A CONTA DEBITADA); O ENT-VALOR DO ESTORNO
      *----NAO E USADO - O VALOR SAI DA TRILHA DE AUDITORIA
      *----OS DADOS DO FAVORECIDO EM OUTRA INSTITUICAO (BANCO,
      *----AGENCIA, CONTA E CPF/CNPJ DO BENEFICIARIO, CPF COM ZEROS
      *----A ESQUERDA NOS 14 DIGITOS) FORAM ACRESCENTADOS NO FIM DO
      *----DETALHE E SO SAO PREENCHIDOS NA OPERACAO "X"
      *----(TRANSFERENCIA EXTERNA); DETALHES ANTIGOS OU DE OUTRAS
      *----OPERACOES TERMINAM EM ENT-NUM-ORIGINAL OU LEVAM ESPACOS
      *----A OPERACAO "I" (APLICACAO EM CDB) E GERADA PELO CLICDBG A
      *----PARTIR DO CADASTRO DE CDB (CLICDB): DEBITA A CONTA VINCULADA
      *----(ENT-CHAVE) PELO VALOR DO PRINCIPAL
       01  LAN-HEADER.
           05  LANH-TIPO           PICTURE X(01).
           05  LANH-DATA           PICTURE 9(08).
           05  ENT-VALOR           PICTURE S9(10)
                                   SIGN LEADING SEPARATE.
           05  ENT-CHAVE-CONTRA    PICTURE X(10).
           05  ENT-NUM-TRANSACAO.
               10  ENT-NTR-ORIGEM  PICTURE X(08).
               10  ENT-NTR-SEQUENCIA PICTURE 9(08).
           05  ENT-NUM-ORIGINAL    PICTURE X(16).
           05  ENT-BANCO-DESTINO   PICTURE 9(03).
           05  ENT-AGENCIA-DESTINO PICTURE 9(04).
           05  ENT-CONTA-DESTINO   PICTURE X(12).
           05  ENT-DOC-BENEFICIARIO PICTURE 9(14).

       01  LAN-TRAILER.
           05  LANT-TIPO           PICTURE X(01).

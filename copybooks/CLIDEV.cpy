      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE DEVOLUCAO A CAMARA DOS CREDITOS
      *----INTERBANCARIOS RECEBIDOS QUE NAO PUDERAM SER CREDITADOS
      *----(CLIDEV), GERADO PELO CLICRED - HEADER (H) COM A DATA E A
      *----IDENTIFICACAO DO ARQUIVO DA CAMARA DE ORIGEM, UM DETALHE
      *----(D) POR CREDITO DEVOLVIDO E TRAILER (T) COM QUANTIDADE E
      *----SOMA DOS VALORES
      *----DEVD-MOTIVO: 01-CONTA INEXISTENTE  02-CONTA ENCERRADA
      *----             03-CONTA BLOQUEADA    04-VALOR INVALIDO
      *----             05-CONTA EM MOEDA ESTRANGEIRA
       01  DEV-HEADER.
           05  DEVH-TIPO           PICTURE X(01).
           05  DEVH-DATA           PICTURE 9(08).
           05  DEVH-ARQUIVO-ID     PICTURE X(08).

       01  DEV-DETALHE.
           05  DEVD-TIPO           PICTURE X(01).
           05  DEVD-MODALIDADE     PICTURE X(03).
           05  DEVD-ID-CAMARA      PICTURE X(20).
           05  DEVD-BANCO-ORIGEM   PICTURE 9(03).
           05  DEVD-DOC-REMETENTE  PICTURE 9(14).
           05  DEVD-CHAVE-DESTINO  PICTURE X(10).
           05  DEVD-DOC-DESTINO    PICTURE 9(14).
           05  DEVD-VALOR          PICTURE 9(10).
           05  DEVD-MOTIVO         PICTURE X(02).

       01  DEV-TRAILER.
           05  DEVT-TIPO           PICTURE X(01).
           05  DEVT-QTDE           PICTURE 9(07).
           05  DEVT-SOMA-VALOR     PICTURE 9(13).

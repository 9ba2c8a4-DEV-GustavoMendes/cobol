      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE CREDITOS INTERBANCARIOS RECEBIDOS
      *----(TED/PIX) DA CAMARA DE COMPENSACAO (CLICAM) - HEADER (H)
      *----COM A DATA DE MOVIMENTO E A IDENTIFICACAO DO ARQUIVO NA
      *----CAMARA, UM DETALHE (D) POR CREDITO E TRAILER (T) COM A
      *----QUANTIDADE E A SOMA DOS VALORES DOS DETALHES
      *----CAMD-MODALIDADE: TED OU PIX
      *----O FAVORECIDO VEM PELA CHAVE DA CONTA (CAMD-CHAVE-DESTINO)
      *----OU, SEM ELA, PELO CPF/CNPJ (CAMD-DOC-DESTINO, CPF COM
      *----ZEROS A ESQUERDA NOS 14 DIGITOS); VALOR SEMPRE EM BRL
       01  CAM-HEADER.
           05  CAMH-TIPO           PICTURE X(01).
           05  CAMH-DATA           PICTURE 9(08).
           05  CAMH-ARQUIVO-ID     PICTURE X(08).

       01  CAM-DETALHE.
           05  CAMD-TIPO           PICTURE X(01).
           05  CAMD-MODALIDADE     PICTURE X(03).
           05  CAMD-ID-CAMARA      PICTURE X(20).
           05  CAMD-BANCO-ORIGEM   PICTURE 9(03).
           05  CAMD-DOC-REMETENTE  PICTURE 9(14).
           05  CAMD-NOME-REMETENTE PICTURE X(20).
           05  CAMD-CHAVE-DESTINO  PICTURE X(10).
           05  CAMD-DOC-DESTINO    PICTURE 9(14).
           05  CAMD-VALOR          PICTURE 9(10).

       01  CAM-TRAILER.
           05  CAMT-TIPO           PICTURE X(01).
           05  CAMT-QTDE           PICTURE 9(07).
           05  CAMT-SOMA-VALOR     PICTURE 9(13).

      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE AVISOS AOS CLIENTES PARA O PROVEDOR
      *----DE MENSAGENS (CLIAVS), GERADO PELO CLIAVIS - HEADER (H)
      *----COM A DATA DO PROCESSAMENTO, A HORA DA GERACAO E A
      *----IDENTIFICACAO DO ARQUIVO, UM DETALHE (D) POR AVISO E
      *----TRAILER (T) COM AS QUANTIDADES POR CANAL
      *----AVSD-CANAL: E-EMAIL  S-SMS; AVSD-DESTINO E O EMAIL OU O
      *----TELEFONE SO COM OS DIGITOS
      *----AVSD-MODELO E O CODIGO DO MODELO DE MENSAGEM NO PROVEDOR;
      *----AS VARIAVEIS DE CADA MODELO SAO:
      *----  DEBITO     VALOR, DATA, NUM. TRANSACAO, OPERACAO
      *----  TARIFA     VALOR, DATA, NUM. TRANSACAO
      *----  REJ-SALDO  VALOR RECUSADO, DATA, NUM. TRANSACAO, OPERACAO
      *----  ORDEM-FALH VALOR, VENCIMENTO, NUM. TRANSACAO, MOTIVO
      *----             (SALDO - RECUSADA POR SALDO MINIMO, NAO
      *----             POSTOU - CONTA BLOQUEADA, ENCERRADA OU
      *----             INEXISTENTE)
      *----  BLOQ-NOVO  VALOR, EXPIRACAO, ID DO BLOQUEIO, MOTIVO
      *----  BLOQ-LIBER VALOR, DATA DO PROCESSAMENTO, ID, MOTIVO
      *----  SIT-BLOQ   DATA DO PROCESSAMENTO
      *----  SIT-DORM   DATA DO PROCESSAMENTO
      *----O VALOR E SEMPRE POSITIVO, NA MOEDA DA CONTA (AVSD-MOEDA)
       01  AVS-HEADER.
           05  AVSH-TIPO           PICTURE X(01).
           05  AVSH-DATA           PICTURE 9(08).
           05  AVSH-HORA           PICTURE 9(06).
           05  AVSH-ARQUIVO-ID     PICTURE X(08).

       01  AVS-DETALHE.
           05  AVSD-TIPO           PICTURE X(01).
           05  AVSD-SEQUENCIA      PICTURE 9(07).
           05  AVSD-CANAL          PICTURE X(01).
           05  AVSD-DESTINO        PICTURE X(30).
           05  AVSD-MODELO         PICTURE X(10).
           05  AVSD-CHAVE          PICTURE X(10).
           05  AVSD-NOME           PICTURE X(20).
           05  AVSD-MOEDA          PICTURE X(03).
           05  AVSD-VALOR          PICTURE 9(10).
           05  AVSD-DATA           PICTURE 9(08).
           05  AVSD-REFERENCIA     PICTURE X(16).
           05  AVSD-COMPLEMENTO    PICTURE X(10).

       01  AVS-TRAILER.
           05  AVST-TIPO           PICTURE X(01).
           05  AVST-QTDE           PICTURE 9(07).
           05  AVST-QTDE-EMAIL     PICTURE 9(07).
           05  AVST-QTDE-SMS       PICTURE 9(07).

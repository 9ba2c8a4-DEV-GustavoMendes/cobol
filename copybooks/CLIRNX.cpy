      *----Gustavo Mendes de Moura
      *----LAYOUT DO ARQUIVO DE RENTABILIDADE POR CLIENTE (CLIRNX)
      *----GERADO PELO CLIRENT PARA CARGA PELA AREA COMERCIAL -
      *----HEADER (H) COM O PERIODO E A DATA DE GERACAO, UM DETALHE
      *----(D) POR CLIENTE (CPF/CNPJ) EM ORDEM DE RANKING E TRAILER
      *----(T) COM A QUANTIDADE E AS SOMAS DE CONTROLE
      *----VALORES EM BRL, CONVERTIDOS PELAS TAXAS DO CLITAX VIGENTES
      *----NO FIM DO PERIODO; CONTA CONJUNTA ENTRA INTEIRA EM CADA
      *----CLIENTE LIGADO A ELA
      *----RNXD-RESULTADO = TARIFAS + JUROS DE CHEQUE ESPECIAL -
      *----JUROS PAGOS - CUSTO OPERACIONAL (MOVIMENTOS E REJEICOES)
      *----RNXD-DEFICITARIO: S-RESULTADO NEGATIVO  N-DEMAIS
      *----RNXD-QTDE-ISENTAS-MOV: CONTAS ISENTAS DE TARIFA COM
      *----MOVIMENTOS ACIMA DO LIMITE DO CLIRNP
       01  RNX-HEADER.
           05  RNXH-TIPO               PICTURE X(01).
           05  RNXH-DATA-INICIO        PICTURE 9(08).
           05  RNXH-DATA-FIM           PICTURE 9(08).
           05  RNXH-DATA-GERACAO       PICTURE 9(08).
           05  FILLER                  PICTURE X(20).

       01  RNX-DETALHE.
           05  RNXD-TIPO               PICTURE X(01).
           05  RNXD-POSICAO            PICTURE 9(07).
           05  RNXD-DOCUMENTO          PICTURE 9(14).
           05  RNXD-NOME               PICTURE X(20).
           05  RNXD-FAIXA              PICTURE X(10).
           05  RNXD-QTDE-CONTAS        PICTURE 9(03).
           05  RNXD-SALDO-MEDIO        PICTURE S9(13)V99  COMP-3.
           05  RNXD-TARIFAS            PICTURE S9(11)V99  COMP-3.
           05  RNXD-JUROS-CHQ          PICTURE S9(11)V99  COMP-3.
           05  RNXD-JUROS-PAGOS        PICTURE S9(11)V99  COMP-3.
           05  RNXD-QTDE-MOVIMENTOS    PICTURE 9(07).
           05  RNXD-QTDE-REJEICOES     PICTURE 9(07).
           05  RNXD-CUSTO-OPERACIONAL  PICTURE S9(11)V99  COMP-3.
           05  RNXD-RESULTADO          PICTURE S9(11)V99  COMP-3.
           05  RNXD-DEFICITARIO        PICTURE X(01).
           05  RNXD-QTDE-ISENTAS-MOV   PICTURE 9(03).

       01  RNX-TRAILER.
           05  RNXT-TIPO               PICTURE X(01).
           05  RNXT-QTDE-CLIENTES      PICTURE 9(07).
           05  RNXT-QTDE-DEFICITARIOS  PICTURE 9(07).
           05  RNXT-TOTAL-SALDO-MEDIO  PICTURE S9(15)V99  COMP-3.
           05  RNXT-TOTAL-RESULTADO    PICTURE S9(13)V99  COMP-3.

      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE LIMITE DE CHEQUE ESPECIAL - UM
      *----REGISTRO POR CONTA, CHAVEADO PELA CHAVE DA CONTA; O LIMITE
      *----E NA MOEDA DA CONTA E, ENQUANTO VIGENTE, SUBSTITUI O SALDO
      *----MINIMO DO TIPO NAS VERIFICACOES DE DEBITO: O SALDO
      *----DISPONIVEL (CM-SALDO MENOS OS BLOQUEIOS DO CLIBLQ) PODE
      *----FICAR NEGATIVO ATE MENOS O LIMITE
      *----CHQ-TAXA-MENSAL: MENSAL, 4 CASAS IMPLICITAS (9V9999), COMO
      *----O PRM-TAXA-JUROS
      *----CHQ-DATA-FIM: ZERO = SEM VENCIMENTO
      *----CHQ-SITUACAO: A-ATIVO  C-CANCELADO
      *----CHQ-SALDO-DEVEDOR-ACUM / CHQ-DIAS-DEVEDOR: SOMA DOS SALDOS
      *----NEGATIVOS DE FIM DE DIA (CLICHQD) DESDE A ULTIMA COBRANCA
      *----DE JUROS (CLICHQJ), QUE ZERA OS DOIS; CADA SALDO E CADA DIA
      *----CONTAM OS DIAS CORRIDOS ATE O PROXIMO DIA UTIL
       01  CHEQUE-ESPECIAL-RECORD.
           05  CHQ-CHAVE              PICTURE X(10).
           05  CHQ-LIMITE             PICTURE S9(10)  COMP-3.
           05  CHQ-TAXA-MENSAL        PICTURE 9V9999.
           05  CHQ-DATA-INICIO        PICTURE 9(08).
           05  CHQ-DATA-FIM           PICTURE 9(08).
           05  CHQ-APROVADOR          PICTURE X(08).
           05  CHQ-SITUACAO           PICTURE X(01).
           05  CHQ-SALDO-DEVEDOR-ACUM PICTURE S9(13)  COMP-3.
           05  CHQ-DIAS-DEVEDOR       PICTURE 9(03).
           05  CHQ-DATA-ULT-ACUM      PICTURE 9(08).
           05  CHQ-DATA-ULT-COBRANCA  PICTURE 9(08).
           05  CHQ-ULTIMOS-JUROS      PICTURE S9(10)  COMP-3.

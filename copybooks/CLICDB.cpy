      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE DEPOSITO A PRAZO (CDB) - CHAVEADO
      *----PELA CHAVE DA CONTA DO TITULAR + SEQUENCIA DO CDB NA CONTA;
      *----INCLUIDO PELO CLICDBM, GERADO NO ARQUIVO DE LANCAMENTOS
      *----PELO CLICDBG E CONFIRMADO, RENDIDO E LIQUIDADO PELO CLICDBD
      *----CDB-CHAVE-VINCULADA: CONTA CORRENTE DO CLIMST DEBITADA NA
      *----APLICACAO E CREDITADA NO RESGATE (PODE SER A DO TITULAR)
      *----CDB-MOEDA: MOEDA DA CONTA VINCULADA; PRINCIPAL, JUROS E
      *----IMPOSTO SAO SEMPRE NESSA MOEDA
      *----CDB-TAXA-ANUAL: TAXA CONTRATADA AO ANO, 4 CASAS IMPLICITAS
      *----(9V9999) - 0,1200 = 12% AO ANO; JUROS SIMPLES POR DIA
      *----CORRIDO, BASE 365
      *----CDB-DATA-INICIO: DATA EM QUE A APLICACAO FOI DEBITADA (ZERO
      *----ENQUANTO PENDENTE); O RENDIMENTO CORRE DAI ATE O VENCIMENTO
      *----CDB-SITUACAO: P-PENDENTE (AGUARDA O DEBITO DA APLICACAO)
      *----              A-ATIVO  S-RESGATE ANTECIPADO APROVADO
      *----              L-LIQUIDADO NO VENCIMENTO
      *----              R-RESGATADO ANTECIPADAMENTE
      *----              C-CANCELADO (APLICACAO NAO DEBITADA)
      *----CDB-NUM-APLICACAO: NUMERO DO LANCAMENTO "I" GERADO NO CLILAN
      *----(ESPACOS = AINDA NAO GERADO); CDB-DATA-GERACAO E A DATA DE
      *----PROCESSAMENTO EM QUE FOI GERADO
      *----CDB-JUROS-ACUM: RENDIMENTO BRUTO ACUMULADO ATE
      *----CDB-DATA-ULT-ACUM, COM 2 CASAS (ARREDONDADO PARA UNIDADES SO
      *----NO PAGAMENTO)
      *----CDB-NUM-RESGATE: NUMERO DO CREDITO DO PRINCIPAL ("RESG-CDB")
      *----NA TRILHA; JUROS PAGOS, IMPOSTO E MULTA FICAM NOS CAMPOS
      *----SEGUINTES
       01  CDB-RECORD.
           05  CDB-ID.
               10  CDB-CHAVE           PICTURE X(10).
               10  CDB-SEQUENCIA       PICTURE 9(03).
           05  CDB-CHAVE-VINCULADA     PICTURE X(10).
           05  CDB-MOEDA               PICTURE X(03).
           05  CDB-PRINCIPAL           PICTURE S9(10)     COMP-3.
           05  CDB-TAXA-ANUAL          PICTURE 9V9999.
           05  CDB-DATA-INICIO         PICTURE 9(08).
           05  CDB-DATA-VENCIMENTO     PICTURE 9(08).
           05  CDB-SITUACAO            PICTURE X(01).
           05  CDB-OPERADOR            PICTURE X(08).
           05  CDB-DATA-INCLUSAO       PICTURE 9(08).
           05  CDB-NUM-APLICACAO       PICTURE X(16).
           05  CDB-DATA-GERACAO        PICTURE 9(08).
           05  CDB-JUROS-ACUM          PICTURE S9(10)V99  COMP-3.
           05  CDB-DATA-ULT-ACUM       PICTURE 9(08).
           05  CDB-APROVADOR-RESGATE   PICTURE X(08).
           05  CDB-DATA-APROVACAO      PICTURE 9(08).
           05  CDB-DATA-RESGATE        PICTURE 9(08).
           05  CDB-NUM-RESGATE         PICTURE X(16).
           05  CDB-JUROS-PAGOS         PICTURE S9(10)     COMP-3.
           05  CDB-IMPOSTO             PICTURE S9(10)     COMP-3.
           05  CDB-MULTA               PICTURE S9(10)     COMP-3.

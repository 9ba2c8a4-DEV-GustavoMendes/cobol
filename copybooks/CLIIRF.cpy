      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE IMPOSTO DE RENDA RETIDO NA FONTE -
      *----UM REGISTRO POR RETENCAO FEITA PELO CLIJUROS, ACUMULADO
      *----ATRAVES DOS PERIODOS (NAO E EXPURGADO): BASE DO RESUMO
      *----MENSAL PARA RECOLHIMENTO (CLIIRS) E DOS INFORMES ANUAIS
      *----IRF-PERIODO: AAAAMM DA DATA DE REFERENCIA DOS JUROS
      *----IRF-DOCUMENTO: CPF OU CNPJ DO TITULAR, COM ZEROS A ESQUERDA
      *----RENDIMENTO E IMPOSTO NA MOEDA DA CONTA E CONVERTIDOS PARA
      *----BRL PELA TAXA VIGENTE NA RETENCAO (O RECOLHIMENTO E EM BRL)
      *----IRF-NUM-TRANSACAO: NUMERO DO DEBITO "IR-JUROS" NA TRILHA
       01  REG-RETENCAO-IR.
           05  IRF-CHAVE           PICTURE X(10).
           05  IRF-DOCUMENTO       PICTURE 9(14).
           05  IRF-TIPO-CONTA      PICTURE 9(01).
           05  IRF-PERIODO         PICTURE 9(06).
           05  IRF-DATA            PICTURE 9(08).
           05  IRF-MOEDA           PICTURE X(03).
           05  IRF-ALIQUOTA        PICTURE 9V9999.
           05  IRF-RENDIMENTO      PICTURE S9(10)  COMP-3.
           05  IRF-IMPOSTO         PICTURE S9(10)  COMP-3.
           05  IRF-RENDIMENTO-BRL  PICTURE S9(12)  COMP-3.
           05  IRF-IMPOSTO-BRL     PICTURE S9(12)  COMP-3.
           05  IRF-NUM-TRANSACAO   PICTURE X(16).

      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DA TABELA DE ALIQUOTAS DE IMPOSTO DE
      *----RENDA RETIDO NA FONTE SOBRE JUROS - UMA ALIQUOTA POR TIPO
      *----DE CONTA, INDICADOR DE ISENCAO (CM-ISENTO-IR) E DATA DE
      *----VIGENCIA; NA APURACAO VALE A VIGENCIA MAIS RECENTE ATE A
      *----DATA DE REFERENCIA DOS JUROS. COMBINACAO SEM ALIQUOTA NA
      *----TABELA NAO RETEM
      *----IRT-ALIQUOTA: 4 CASAS IMPLICITAS (9V9999) - 0,1500 = 15%
       01  REG-ALIQUOTA-IR.
           05  IRT-TIPO-CONTA      PICTURE 9(01).
           05  IRT-ISENTO          PICTURE X(01).
           05  IRT-DATA-VIGENCIA   PICTURE 9(08).
           05  IRT-ALIQUOTA        PICTURE 9V9999.

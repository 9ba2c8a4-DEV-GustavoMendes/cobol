      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO UNICO DE PARAMETROS DO RELATORIO DE
      *----RENTABILIDADE DE CONTAS E CLIENTES (CLIRENT); PARAMETRO
      *----AUSENTE OU INVALIDO DERRUBA O PASSO COM CONDITION CODE 8
      *----RNP-DATA-INICIO/RNP-DATA-FIM: PERIODO APURADO (AAAAMMDD);
      *----AS DUAS ZERADAS = MES DA DATA DE FECHAMENTO DO CLIPRM, DO
      *----DIA 1 ATE O FECHAMENTO (EXECUCAO MENSAL SEM ACERTO)
      *----RNP-CUSTO-MOVIMENTO/RNP-CUSTO-REJEICAO: CUSTO OPERACIONAL
      *----EM BRL DE CADA MOVIMENTO E DE CADA REJEICAO DA CONTA, COM
      *----2 CASAS IMPLICITAS (9(04)V99)
      *----RNP-MOVIMENTOS-ALTO: QUANTIDADE DE MOVIMENTOS NO PERIODO A
      *----PARTIR DA QUAL UMA CONTA ISENTA DE TARIFA (CLITARF) E
      *----APONTADA NA SECAO DE DEFICITARIOS (ZERO = PADRAO COMPILADO
      *----DE 30)
      *----RNP-FAIXA: ATE 5 FAIXAS DE RELACIONAMENTO EM ORDEM
      *----DECRESCENTE DE RESULTADO MINIMO NO PERIODO (BRL, SEM
      *----CENTAVOS). O CLIENTE FICA NA PRIMEIRA FAIXA CUJO MINIMO
      *----ALCANCA; A ULTIMA FAIXA PREENCHIDA RECEBE OS DEMAIS. NOME
      *----EM BRANCO ENCERRA A LISTA
       01  REG-PARAMETROS-RENTAB.
           05  RNP-DATA-INICIO         PICTURE 9(08).
           05  RNP-DATA-FIM            PICTURE 9(08).
           05  RNP-CUSTO-MOVIMENTO     PICTURE 9(04)V99.
           05  RNP-CUSTO-REJEICAO      PICTURE 9(04)V99.
           05  RNP-MOVIMENTOS-ALTO     PICTURE 9(05).
           05  RNP-FAIXA               OCCURS 5 TIMES.
               10  RNP-FAIXA-NOME      PICTURE X(10).
               10  RNP-FAIXA-MINIMO    PICTURE 9(10).

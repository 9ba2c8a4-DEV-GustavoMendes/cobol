      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE ALERTA DE PREVENCAO A LAVAGEM DE
      *----DINHEIRO (CLIPLA) - GRAVADO PELO MONITORAMENTO NOTURNO
      *----(CLIPLDM), CHAVEADO POR DATA DE GERACAO + SEQUENCIA DO DIA;
      *----DECIDIDO PELA CONFORMIDADE NO CLIPLDD
      *----PLA-REGRA: CREDITO    - CREDITO UNICO ACIMA DO LIMITE
      *----           FRACIONADO - CREDITOS LOGO ABAIXO DO LIMITE NA
      *----                        MESMA CONTA DENTRO DA JANELA
      *----           FRAC-DOC   - IDEM, SOMADOS NAS CONTAS DO MESMO
      *----                        CPF/CNPJ
      *----           REPASSE    - CREDITO QUE ENTRA E SAI POR
      *----                        TRANSFERENCIA
      *----           DORMENTE   - CONTA PARADA REATIVADA POR
      *----                        MOVIMENTO DE VALOR ALTO
      *----           JUDICIAL   - MOVIMENTO EM CONTA DE DOCUMENTO COM
      *----                        BLOQUEIO JUDICIAL ATIVO
      *----PLA-VALOR-BRL E PLA-QTDE-MOVIMENTOS: VALOR E QUANTIDADE DE
      *----MOVIMENTOS QUE DISPARARAM A REGRA; PLA-NUM-TRANSACAO E O
      *----MOVIMENTO DE REFERENCIA (O MAIOR OU O ULTIMO DO LOTE)
      *----PLA-SITUACAO: A-ABERTO  N-SEM PROVIDENCIA  R-COMUNICADO
      *----PLA-DATA-PRAZO: DATA LIMITE REGULATORIA PARA A DECISAO
       01  ALERTA-PLD-RECORD.
           05  PLA-ID.
               10  PLA-DATA            PICTURE 9(08).
               10  PLA-SEQUENCIA       PICTURE 9(05).
           05  PLA-REGRA               PICTURE X(10).
           05  PLA-CHAVE               PICTURE X(10).
           05  PLA-DOCUMENTO           PICTURE 9(14).
           05  PLA-VALOR-BRL           PICTURE S9(12)  COMP-3.
           05  PLA-QTDE-MOVIMENTOS     PICTURE 9(05).
           05  PLA-NUM-TRANSACAO       PICTURE X(16).
           05  PLA-DATA-MOVIMENTO      PICTURE 9(08).
           05  PLA-DATA-PRAZO          PICTURE 9(08).
           05  PLA-SITUACAO            PICTURE X(01).
           05  PLA-DATA-DECISAO        PICTURE 9(08).
           05  PLA-OPERADOR-DECISAO    PICTURE X(08).

      * ESTE PASSO LE OS MOVIMENTOS DO LOTE NA TRILHA DE AUDITORIA E
      * GERA PARA CADA UM UM PAR DE LINHAS DEBITO/CREDITO COM O
      * CODIGO DE OPERACAO (CREDITO/DEBITO/AJUSTE/JUROS/TARIFA/
      * TRANSFERENCIA/JUROS DE CHEQUE ESPECIAL/IR RETIDO SOBRE JUROS/
      * TRANSFERENCIA EXTERNA E SUA DEVOLUCAO PELA CAMARA/APLICACAO
      * E RESGATE DE CDB)
      * MAPEADO PARA A CONTA CONTABIL, ENVOLTO EM HEADER E TRAILER;
      * O TRAILER PRECISA FECHAR EM ZERO (TOTAL DE DEBITOS = TOTAL DE
      * CREDITOS) OU O PASSO TERMINA COM CONDITION CODE 8 E O ARQUIVO
      * NAO E LIBERADO.
      * O PASSO MANTEM SUA PROPRIA MARCA DE AGUA (CLIGLJC): QUANTOS
      * REGISTROS DA TRILHA JA FORAM JORNALADOS. CADA EXECUCAO EXTRAI
      * TUDO QUE VEIO DEPOIS DA MARCA - INCLUSIVE POSTAGENS FEITAS
      * REINICIA A TRILHA, A MARCA MAIOR QUE A TRILHA DENUNCIA O
      * REINICIO E VOLTA A ZERO. RODA NO CLIBATCH AO LADO DO EXTRGL,
      * GATILHADO PELA MESMA RECONCILIACAO FINAL
      * AS DUAS LINHAS DE CADA PAR LEVAM O NUMERO DE TRANSACAO DO
      * MOVIMENTO (AUD-NUM-TRANSACAO), QUE LIGA O RAZAO A ENTRADA
      * O ESTORNO E JORNALADO CONTRA AS MESMAS CONTAS CONTABEIS DO
      * MOVIMENTO ORIGINAL (AUD-OPERACAO-ORIGINAL), COM DEBITO E
      * CREDITO TROCADOS
      * AS DUAS LINHAS DO PAR LEVAM A AGENCIA DA CONTA, LIDA NO
      * MESTRE (CONTA FORA DO MESTRE OU MESTRE INDISPONIVEL = ZEROS),
      * PARA O RAZAO POSTAR POR AGENCIA
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT CONTROLE-JORNAL ASSIGN TO "CLIGLJC"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CONTROLE.
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

      *---- REGISTRO UNICO DE CONTROLE DO JORNAL: QUANTOS REGISTROS
      *---- DA TRILHA JA FORAM JORNALADOS E QUANDO
       FD  CONTROLE-JORNAL
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTROLE  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-JORNAL    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-AGENCIA-CONTA    PICTURE 9(04) VALUE ZEROS.
       01  WRK-MESTRE-ABERTO    PICTURE X(01) VALUE "N".
           88  WRK-MESTRE-ABERTO-SIM         VALUE "S".
       01  WRK-QTDE-PARTIDA     PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-LIDA        PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-TRILHA      PICTURE 9(07) VALUE ZEROS.

      *----PLANO DE CONTAS CONTABIL DA INTERFACE: DEPOSITOS DE
      *----CLIENTES (PASSIVO), CAIXA, COMPENSACAO DE TRANSFERENCIAS
      *----INTERNAS, RECEITA DE TARIFAS, DESPESA DE JUROS, CONTA
      *----TRANSITORIA DE AJUSTES, RECEITA DE JUROS DE CHEQUE
      *----ESPECIAL, IMPOSTO DE RENDA RETIDO A RECOLHER (PASSIVO) E
      *----COMPENSACAO INTERBANCARIA (TRANSFERENCIAS EXTERNAS A
      *----LIQUIDAR NA CAMARA: CREDITADA NA SAIDA, DEBITADA NA
      *----DEVOLUCAO) E DEPOSITOS A PRAZO - CDB (PASSIVO PROPRIO:
      *----CREDITADO NA APLICACAO, DEBITADO NO RESGATE DO PRINCIPAL;
      *----O RENDIMENTO DO CDB E PAGO COMO "JUROS")
       01  WRK-GL-DEPOSITOS     PICTURE X(08) VALUE "20100000".
       01  WRK-GL-CAIXA         PICTURE X(08) VALUE "10100000".
       01  WRK-GL-TRANSF        PICTURE X(08) VALUE "10200000".
       01  WRK-GL-TARIFAS       PICTURE X(08) VALUE "40100000".
       01  WRK-GL-JUROS         PICTURE X(08) VALUE "50100000".
       01  WRK-GL-AJUSTES       PICTURE X(08) VALUE "30100000".
       01  WRK-GL-JUROS-CHQ     PICTURE X(08) VALUE "40200000".
       01  WRK-GL-IR-RECOLHER   PICTURE X(08) VALUE "20300000".
       01  WRK-GL-INTERBANCARIA PICTURE X(08) VALUE "10300000".
       01  WRK-GL-CDB           PICTURE X(08) VALUE "20400000".

       01  WRK-VARIACAO         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-VALOR-ABSOLUTO   PICTURE 9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-CONTA-DEBITO     PICTURE X(08) VALUE SPACES.
       01  WRK-CONTA-CREDITO    PICTURE X(08) VALUE SPACES.
       01  WRK-CONTA-TROCA      PICTURE X(08) VALUE SPACES.
       01  WRK-OPERACAO-MAPA    PICTURE X(10) VALUE SPACES.
       01  WRK-MOVIMENTO-OK     PICTURE X(01) VALUE "S".
           88  WRK-MOVIMENTO-OK-SIM      VALUE "S".


           OPEN OUTPUT GL-JORNAL.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER = "00"
               MOVE "S" TO WRK-MESTRE-ABERTO
           ELSE
               DISPLAY "MESTRE INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER " - JORNAL SEM AGENCIA"
           END-IF.

           MOVE SPACES        TO GLJ-HEADER
           MOVE "H"           TO GLJH-TIPO
           MOVE WRK-DATA-HOJE TO GLJH-DATA

           CLOSE AUDITORIA
           CLOSE GL-JORNAL.
           IF WRK-MESTRE-ABERTO-SIM
               CLOSE CLIENTES-MASTER
           END-IF.

           MOVE WRK-QTDE-MOVIMENTOS TO WRK-CONTADOR-ED.
           DISPLAY "MOVIMENTOS DO LOTE EXTRAIDOS: " WRK-CONTADOR-ED.
      *---- ABSOLUTO: A OPERACAO DETERMINA QUAL CONTA E DEBITADA E
      *---- QUAL E CREDITADA; O AJUSTE (E QUALQUER OPERACAO SEM
      *---- MAPEAMENTO) PASSA PELA CONTA TRANSITORIA, COM O LADO
      *---- DECIDIDO PELO SINAL DA VARIACAO. O ESTORNO E MAPEADO
      *---- COMO O MOVIMENTO ORIGINAL (OPERACAO E SINAL DO ORIGINAL)
      *---- E DEPOIS TEM AS DUAS CONTAS TROCADAS

       2000-GERA-PARTIDAS.
           COMPUTE WRK-VARIACAO =
           END-IF.

           MOVE "S" TO WRK-MOVIMENTO-OK.
           MOVE AUD-OPERACAO TO WRK-OPERACAO-MAPA.
           IF AUD-OPERACAO = "ESTORNO"
               MOVE AUD-OPERACAO-ORIGINAL TO WRK-OPERACAO-MAPA
               COMPUTE WRK-VARIACAO = ZERO - WRK-VARIACAO
           END-IF.

           EVALUATE WRK-OPERACAO-MAPA
               WHEN "CREDITO"
                   MOVE WRK-GL-CAIXA     TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-CREDITO
               WHEN "TARIFA"
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-TARIFAS   TO WRK-CONTA-CREDITO
               WHEN "JUROS-CHQ"
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-JUROS-CHQ TO WRK-CONTA-CREDITO
               WHEN "IR-JUROS"
                   MOVE WRK-GL-DEPOSITOS   TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-IR-RECOLHER TO WRK-CONTA-CREDITO
               WHEN "TRANSF-DEB"
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-TRANSF    TO WRK-CONTA-CREDITO
               WHEN "TRANSF-CRE"
                   MOVE WRK-GL-TRANSF    TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-CREDITO
               WHEN "TRANSF-EXT"
                   MOVE WRK-GL-DEPOSITOS     TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-INTERBANCARIA TO WRK-CONTA-CREDITO
               WHEN "DEVOL-EXT"
                   MOVE WRK-GL-INTERBANCARIA TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-DEPOSITOS     TO WRK-CONTA-CREDITO
               WHEN "APLIC-CDB"
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-CDB       TO WRK-CONTA-CREDITO
               WHEN "RESG-CDB"
                   MOVE WRK-GL-CDB       TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-DEPOSITOS TO WRK-CONTA-CREDITO
               WHEN "AJUSTE"
                   PERFORM 2100-MAPEIA-PELO-SINAL
               WHEN OTHER
                   PERFORM 2100-MAPEIA-PELO-SINAL
           END-EVALUATE.

           IF AUD-OPERACAO = "ESTORNO"
               MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-TROCA
               MOVE WRK-CONTA-CREDITO TO WRK-CONTA-DEBITO
               MOVE WRK-CONTA-TROCA   TO WRK-CONTA-CREDITO
           END-IF.

           ADD 1 TO WRK-QTDE-MOVIMENTOS.

           PERFORM 2200-AGENCIA-DA-CONTA.

           MOVE "D"              TO GLJD-TIPO
           MOVE WRK-CONTA-DEBITO TO GLJD-CONTA-GL
           MOVE "D"              TO GLJD-NATUREZA
           MOVE AUD-OPERACAO     TO GLJD-OPERACAO
           MOVE AUD-DATA         TO GLJD-DATA
           MOVE WRK-VALOR-ABSOLUTO TO GLJD-VALOR
           MOVE AUD-NUM-TRANSACAO TO GLJD-NUM-TRANSACAO
           MOVE WRK-AGENCIA-CONTA TO GLJD-AGENCIA
           WRITE GLJ-DETALHE.
           ADD 1 TO WRK-QTDE-LINHAS.
           ADD WRK-VALOR-ABSOLUTO TO WRK-TOTAL-DEBITOS.
           MOVE AUD-OPERACAO      TO GLJD-OPERACAO
           MOVE AUD-DATA          TO GLJD-DATA
           MOVE WRK-VALOR-ABSOLUTO TO GLJD-VALOR
           MOVE AUD-NUM-TRANSACAO TO GLJD-NUM-TRANSACAO
           MOVE WRK-AGENCIA-CONTA TO GLJD-AGENCIA
           WRITE GLJ-DETALHE.
           ADD 1 TO WRK-QTDE-LINHAS.
           ADD WRK-VALOR-ABSOLUTO TO WRK-TOTAL-CREDITOS.
               MOVE WRK-GL-AJUSTES   TO WRK-CONTA-CREDITO
           END-IF.

       2200-AGENCIA-DA-CONTA.
           MOVE ZEROS TO WRK-AGENCIA-CONTA.
           IF NOT WRK-MESTRE-ABERTO-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE AUD-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-AGENCIA IS NUMERIC
                       MOVE CM-AGENCIA TO WRK-AGENCIA-CONTA
                   END-IF
           END-READ.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE (TOTAL1/TOTAL2 = DEBITOS E
      *---- CREDITOS DO TRAILER)

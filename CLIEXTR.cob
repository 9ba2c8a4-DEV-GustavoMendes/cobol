      * DA TRILHA DE AUDITORIA (VIVA E ARQUIVADA) E SALDO DE
      * FECHAMENTO, NA MOEDA DA CONTA
      *
      * AS TRILHAS SAO LIDAS UMA UNICA VEZ: CADA CONTA DO MESTRE E
      * OS MOVIMENTOS DO PERIODO SAO CLASSIFICADOS POR AGENCIA DA
      * CONTA (CM-AGENCIA) E CHAVE - A CONTA PRIMEIRO, DEPOIS OS
      * MOVIMENTOS NA ORDEM ORIGINAL (TRILHA ARQUIVADA ANTES DA VIVA,
      * CADA UMA NA ORDEM DO ARQUIVO). OS EXTRATOS SAEM AGRUPADOS POR
      * AGENCIA, CADA AGENCIA FECHANDO COM A QUANTIDADE DE CONTAS E
      * DE MOVIMENTOS IMPRESSOS; A PAGINA DE CADA CONTA E A MESMA DE
      * ANTES, COM A AGENCIA NO CABECALHO
      *
      * ESTORNO E MOVIMENTO ESTORNADO SAEM LIGADOS: ABAIXO DO ESTORNO
      * VAI O NUMERO E A OPERACAO DO ORIGINAL, ABAIXO DO ORIGINAL O
      * NUMERO DO ESTORNO QUE O DESFEZ
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

               RECORD KEY     IS CTT-CHAVE
               FILE STATUS    IS WRK-STATUS-CONTATOS.

           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

           SELECT SORT-MOVIMENTOS ASSIGN TO "SORTWK".

       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-MOVIMENTOS.
       01  REG-SORT.
           05  SRT-AGENCIA          PICTURE 9(04).
           05  SRT-CHAVE            PICTURE X(10).
           05  SRT-ORIGEM           PICTURE 9(01).
           05  SRT-SEQUENCIA        PICTURE 9(07).
           05  SRT-SALDO-ANTES      PICTURE S9(10)  COMP-3.
           05  SRT-SALDO-DEPOIS     PICTURE S9(10)  COMP-3.
           05  SRT-OPERADOR         PICTURE X(08).
           05  SRT-NUM-TRANSACAO    PICTURE X(16).
           05  SRT-NUM-ORIGINAL     PICTURE X(16).
           05  SRT-OPERACAO-ORIGINAL PICTURE X(10).
      *----REGISTRO DA CONTA (ORIGEM 0): O MESTRE INTEIRO VIAJA NA
      *----CLASSIFICACAO, A FRENTE DOS MOVIMENTOS DA CONTA
       01  REG-SORT-CONTA.
           05  FILLER               PICTURE X(22).
           05  SRT-CTA-REGISTRO     PICTURE X(80).
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.
           LABEL RECORD IS STANDARD.
           COPY CLICTT.

       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-AUDITORIA    PICTURE X(02)  VALUE SPACES.
       01  WRK-DATA-FINAL          PICTURE 9(08)  VALUE ZEROS.
       01  WRK-QTDE-MOVIMENTOS     PICTURE 9(05)  VALUE ZEROS.
       01  WRK-SALDO-ED            PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-STATUS-AGENCIAS     PICTURE X(02)  VALUE SPACES.
       01  WRK-AGENCIAS-DISPONIVEL PICTURE X(01)  VALUE "N".
           88  WRK-AGENCIAS-DISPONIVEL-SIM        VALUE "S".
       01  WRK-ULTIMA-CHAVE        PICTURE X(10)  VALUE LOW-VALUES.
       01  WRK-AGENCIA-CONTA       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-CONTA-NO-MESTRE     PICTURE X(01)  VALUE "N".
           88  WRK-CONTA-NO-MESTRE-SIM            VALUE "S".
       01  WRK-AGENCIA-ATUAL       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-PRIMEIRA-AGENCIA    PICTURE X(01)  VALUE "S".
           88  WRK-PRIMEIRA-AGENCIA-SIM           VALUE "S".
       01  WRK-AGE-CONTAS          PICTURE 9(07)  VALUE ZEROS.
       01  WRK-AGE-MOVIMENTOS      PICTURE 9(09)  VALUE ZEROS.

      *----MOVIMENTOS ESTORNADOS (NUMERO ORIGINAL -> NUMERO DO
      *----ESTORNO), COLHIDOS DAS TRILHAS INTEIRAS, SEM O FILTRO DE
      *----PERIODO, PARA LIGAR O ORIGINAL AO ESTORNO MESMO QUANDO O
      *----ESTORNO CAI FORA DO PERIODO DO EXTRATO
       01  WRK-TAB-ESTORNADOS.
           05  WRK-ETD-ENT OCCURS 2000 TIMES.
               10  WRK-ETD-NUM-ORIGINAL PICTURE X(16).
               10  WRK-ETD-NUM-ESTORNO  PICTURE X(16).
       01  WRK-QTDE-ESTORNADOS     PICTURE 9(04)  VALUE ZEROS.
       01  WRK-ETD-IND             PICTURE 9(04)  VALUE ZEROS.

       01  CAB-01.
           05  FILLER               PICTURE X(25)  VALUE
           05  FILLER               PICTURE X(07)  VALUE "  MOEDA".
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  CAB-MOEDA            PICTURE X(03).
           05  FILLER               PICTURE X(05)  VALUE "  AG ".
           05  CAB-AGENCIA          PICTURE 9(04).

       01  CAB-03.
           05  FILLER               PICTURE X(09)  VALUE "DATA".
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-OPERADOR         PICTURE X(08).

       01  DET-VINCULO.
           05  FILLER               PICTURE X(09)  VALUE SPACES.
           05  DET-VINC-TEXTO       PICTURE X(25).
           05  DET-VINC-NUMERO      PICTURE X(16).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VINC-OPERACAO    PICTURE X(10).

       01  DET-FECHAMENTO.
           05  FILLER               PICTURE X(22)  VALUE
               "SALDO ATUAL".
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-COTIT-NOME       PICTURE X(20).

       01  TOT-AGENCIA-1.
           05  FILLER               PICTURE X(14)  VALUE
               "TOTAL AGENCIA ".
           05  TOT-AGENCIA-COD      PICTURE 9(04).
           05  FILLER               PICTURE X(03)  VALUE " - ".
           05  TOT-AGENCIA-NOME     PICTURE X(24).
       01  TOT-AGENCIA-2.
           05  FILLER               PICTURE X(18)  VALUE
               "EXTRATOS EMITIDOS ".
           05  TOT-AGENCIA-CONTAS   PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(14)  VALUE
               "   MOVIMENTOS ".
           05  TOT-AGENCIA-MOVS     PICTURE ZZZ.ZZZ.ZZ9.

       01  DET-ENDERECO.
           05  DET-END-TEXTO        PICTURE X(40).

               MOVE 99999999 TO WRK-DATA-FINAL
           END-IF.

      *---- A CHAVE DE CLASSIFICACAO (AGENCIA, CHAVE, ORIGEM,
      *---- SEQUENCIA DE LEITURA) AGRUPA AS CONTAS POR AGENCIA E,
      *---- DENTRO DE CADA CONTA, POE O REGISTRO DA CONTA (ORIGEM 0)
      *---- A FRENTE DA TRILHA ARQUIVADA (ORIGEM 1) E DA VIVA
      *---- (ORIGEM 2), CADA UMA NA ORDEM DO ARQUIVO

           SORT SORT-MOVIMENTOS
               ON ASCENDING KEY SRT-AGENCIA SRT-CHAVE SRT-ORIGEM
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 3000-SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS 6000-EMITE-EXTRATOS.

           MOVE CM-CHAVE TO CAB-CHAVE
           MOVE CM-NOME  TO CAB-NOME
           MOVE CM-MOEDA TO CAB-MOEDA
           MOVE WRK-AGENCIA-ATUAL TO CAB-AGENCIA
           WRITE LINHA-RELATORIO FROM CAB-02.

           IF WRK-CONTATOS-DISPONIVEL-SIM
               END-READ
           END-PERFORM.

      *---- LIBERA PARA A CLASSIFICACAO CADA CONTA DO MESTRE E TODO
      *---- MOVIMENTO DO PERIODO, UMA UNICA PASSAGEM EM CADA TRILHA
      *---- (PRIMEIRO A ARQUIVADA, QUE E A MAIS ANTIGA, DEPOIS A VIVA)

       3000-SELECIONA-MOVIMENTOS.
           OPEN INPUT CLIENTES-MASTER.
           PERFORM 3050-SELECIONA-CONTAS.
           PERFORM 3100-SELECIONA-ARQUIVADOS.
           PERFORM 3200-SELECIONA-VIVOS.
           CLOSE CLIENTES-MASTER.

      *---- UM REGISTRO POR CONTA, COM O MESTRE INTEIRO; AGENCIA NAO
      *---- NUMERICA (REGISTRO ANTIGO) ENTRA COMO ZERO - SEM AGENCIA

       3050-SELECIONA-CONTAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               MOVE CM-AGENCIA TO SRT-AGENCIA
               IF CM-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS  TO SRT-AGENCIA
               END-IF
               MOVE CM-CHAVE   TO SRT-CHAVE
               MOVE 0          TO SRT-ORIGEM
               MOVE ZEROS      TO SRT-SEQUENCIA
               MOVE CLIENTES-MASTER-RECORD TO SRT-CTA-REGISTRO
               RELEASE REG-SORT-CONTA
               PERFORM 1000-LER-PROXIMO
           END-PERFORM.

       3100-SELECIONA-ARQUIVADOS.
           OPEN INPUT AUDITORIA-ARQUIVO.
                       MOVE "S" TO WRK-FIM-AUDITORIA
                   NOT AT END
                       ADD 1 TO WRK-SEQ-MOVIMENTO
                       IF ARQ-OPERACAO = "ESTORNO"
                           MOVE ARQ-NUM-ORIGINAL  TO SRT-NUM-ORIGINAL
                           MOVE ARQ-NUM-TRANSACAO TO SRT-NUM-TRANSACAO
                           PERFORM 3300-ANOTA-ESTORNADO
                       END-IF
                       IF ARQ-DATA >= WRK-DATA-INICIAL AND
                          ARQ-DATA <= WRK-DATA-FINAL
                           PERFORM 3400-AGENCIA-DA-CONTA
                       END-IF
                       IF ARQ-DATA >= WRK-DATA-INICIAL AND
                          ARQ-DATA <= WRK-DATA-FINAL AND
                          WRK-CONTA-NO-MESTRE-SIM
                           MOVE WRK-AGENCIA-CONTA TO SRT-AGENCIA
                           MOVE ARQ-CHAVE        TO SRT-CHAVE
                           MOVE 1                TO SRT-ORIGEM
                           MOVE WRK-SEQ-MOVIMENTO TO SRT-SEQUENCIA
                           MOVE ARQ-DATA         TO SRT-DATA
                           MOVE ARQ-OPERACAO     TO SRT-OPERACAO
                           MOVE ARQ-SALDO-ANTES  TO SRT-SALDO-ANTES
                           MOVE ARQ-SALDO-DEPOIS TO SRT-SALDO-DEPOIS
                           MOVE ARQ-OPERADOR     TO SRT-OPERADOR
                           MOVE ARQ-NUM-TRANSACAO TO SRT-NUM-TRANSACAO
                           MOVE ARQ-NUM-ORIGINAL TO SRT-NUM-ORIGINAL
                           MOVE ARQ-OPERACAO-ORIGINAL TO
                               SRT-OPERACAO-ORIGINAL
                           RELEASE REG-SORT
                       END-IF
               END-READ
                       MOVE "S" TO WRK-FIM-AUDITORIA
                   NOT AT END
                       ADD 1 TO WRK-SEQ-MOVIMENTO
                       IF AUD-OPERACAO = "ESTORNO"
                           MOVE AUD-NUM-ORIGINAL  TO SRT-NUM-ORIGINAL
                           MOVE AUD-NUM-TRANSACAO TO SRT-NUM-TRANSACAO
                           PERFORM 3300-ANOTA-ESTORNADO
                       END-IF
                       IF AUD-DATA >= WRK-DATA-INICIAL AND
                          AUD-DATA <= WRK-DATA-FINAL
                           PERFORM 3450-AGENCIA-DA-CONTA-VIVA
                       END-IF
                       IF AUD-DATA >= WRK-DATA-INICIAL AND
                          AUD-DATA <= WRK-DATA-FINAL AND
                          WRK-CONTA-NO-MESTRE-SIM
                           MOVE WRK-AGENCIA-CONTA TO SRT-AGENCIA
                           MOVE AUD-CHAVE        TO SRT-CHAVE
                           MOVE 2                TO SRT-ORIGEM
                           MOVE WRK-SEQ-MOVIMENTO TO SRT-SEQUENCIA
                           MOVE AUD-DATA         TO SRT-DATA
                           MOVE AUD-OPERACAO     TO SRT-OPERACAO
                           MOVE AUD-SALDO-ANTES  TO SRT-SALDO-ANTES
                           MOVE AUD-SALDO-DEPOIS TO SRT-SALDO-DEPOIS
                           MOVE AUD-OPERADOR     TO SRT-OPERADOR
                           MOVE AUD-NUM-TRANSACAO TO SRT-NUM-TRANSACAO
                           MOVE AUD-NUM-ORIGINAL TO SRT-NUM-ORIGINAL
                           MOVE AUD-OPERACAO-ORIGINAL TO
                               SRT-OPERACAO-ORIGINAL
                           RELEASE REG-SORT
                       END-IF
               END-READ

           CLOSE AUDITORIA.

      *---- GUARDA O PAR ORIGINAL/ESTORNO (UMA ENTRADA POR ORIGINAL:
      *---- A TRANSFERENCIA ESTORNADA TEM DUAS PERNAS COM O MESMO PAR)

       3300-ANOTA-ESTORNADO.
           PERFORM VARYING WRK-ETD-IND FROM 1 BY 1
                   UNTIL WRK-ETD-IND > WRK-QTDE-ESTORNADOS
               IF WRK-ETD-NUM-ORIGINAL (WRK-ETD-IND) = SRT-NUM-ORIGINAL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WRK-QTDE-ESTORNADOS < 2000
               ADD 1 TO WRK-QTDE-ESTORNADOS
               MOVE SRT-NUM-ORIGINAL  TO
                   WRK-ETD-NUM-ORIGINAL (WRK-QTDE-ESTORNADOS)
               MOVE SRT-NUM-TRANSACAO TO
                   WRK-ETD-NUM-ESTORNO (WRK-QTDE-ESTORNADOS)
           END-IF.

      *---- AGENCIA DA CONTA DO MOVIMENTO, LIDA NO MESTRE (A ULTIMA
      *---- CONTA LIDA FICA GUARDADA: A TRILHA VEM AGRUPADA POR
      *---- CONTA NOS LOTES); MOVIMENTO DE CONTA FORA DO MESTRE NAO
      *---- VAI PARA A CLASSIFICACAO, COMO A VARREDURA ANTIGA JA
      *---- FAZIA AO NAO ENCONTRA-LA

       3400-AGENCIA-DA-CONTA.
           IF ARQ-CHAVE = WRK-ULTIMA-CHAVE
               EXIT PARAGRAPH
           END-IF.
           MOVE ARQ-CHAVE TO WRK-ULTIMA-CHAVE.
           PERFORM 3500-LE-CONTA-MESTRE.

       3450-AGENCIA-DA-CONTA-VIVA.
           IF AUD-CHAVE = WRK-ULTIMA-CHAVE
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-CHAVE TO WRK-ULTIMA-CHAVE.
           PERFORM 3500-LE-CONTA-MESTRE.

       3500-LE-CONTA-MESTRE.
           MOVE "S"   TO WRK-CONTA-NO-MESTRE.
           MOVE ZEROS TO WRK-AGENCIA-CONTA.
           MOVE WRK-ULTIMA-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   MOVE "N" TO WRK-CONTA-NO-MESTRE
               NOT INVALID KEY
                   IF CM-AGENCIA IS NUMERIC
                       MOVE CM-AGENCIA TO WRK-AGENCIA-CONTA
                   END-IF
           END-READ.

      *---- OS MOVIMENTOS DA CONTA VEM LOGO ATRAS DO REGISTRO DELA E
      *---- VAO ATE O REGISTRO DA PROXIMA CONTA (ORIGEM 0)

       4000-MOVIMENTOS-CONTA.
           PERFORM UNTIL WRK-FIM-SORT-SIM OR SRT-ORIGEM = 0
               MOVE SRT-DATA         TO DET-DATA
               MOVE SRT-OPERACAO     TO DET-OPERACAO
               MOVE SRT-SALDO-ANTES  TO DET-SALDO-ANTES-ED
               MOVE SRT-SALDO-DEPOIS TO DET-SALDO-DEPOIS-ED
               MOVE SRT-OPERADOR     TO DET-OPERADOR
               PERFORM 5000-IMPRIME-MOVIMENTO
               PERFORM 6100-PROXIMO-MOVIMENTO
           END-PERFORM.

       5000-IMPRIME-MOVIMENTO.
           WRITE LINHA-RELATORIO FROM DET-MOVIMENTO.
           ADD 1 TO WRK-QTDE-MOVIMENTOS.
           ADD 1 TO WRK-AGE-MOVIMENTOS.

           IF SRT-NUM-ORIGINAL NOT = SPACES
               MOVE "ESTORNO DO MOVIMENTO"  TO DET-VINC-TEXTO
               MOVE SRT-NUM-ORIGINAL        TO DET-VINC-NUMERO
               MOVE SRT-OPERACAO-ORIGINAL   TO DET-VINC-OPERACAO
               WRITE LINHA-RELATORIO FROM DET-VINCULO
               EXIT PARAGRAPH
           END-IF.

           IF SRT-NUM-TRANSACAO = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WRK-ETD-IND FROM 1 BY 1
                   UNTIL WRK-ETD-IND > WRK-QTDE-ESTORNADOS
               IF WRK-ETD-NUM-ORIGINAL (WRK-ETD-IND) = SRT-NUM-TRANSACAO
                   MOVE "ESTORNADO PELO MOVIMENTO" TO DET-VINC-TEXTO
                   MOVE WRK-ETD-NUM-ESTORNO (WRK-ETD-IND)
                                               TO DET-VINC-NUMERO
                   MOVE SPACES                 TO DET-VINC-OPERACAO
                   WRITE LINHA-RELATORIO FROM DET-VINCULO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---- PASSAGEM UNICA DE SAIDA: CADA REGISTRO DE CONTA ABRE UMA
      *---- PAGINA E OS MOVIMENTOS QUE VEM ATRAS DELE SAO IMPRESSOS
      *---- NELA; NA TROCA DE AGENCIA SAI O TOTAL DA ANTERIOR

       6000-EMITE-EXTRATOS.
           OPEN OUTPUT RELATORIO.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "00"
               MOVE "S" TO WRK-AGENCIAS-DISPONIVEL
           END-IF.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 6100-PROXIMO-MOVIMENTO.

           PERFORM UNTIL WRK-FIM-SORT-SIM
               IF WRK-PRIMEIRA-AGENCIA-SIM OR
                       SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
                   PERFORM 6200-QUEBRA-AGENCIA
               END-IF
               MOVE SRT-CTA-REGISTRO TO CLIENTES-MASTER-RECORD
               ADD 1 TO WRK-AGE-CONTAS
               PERFORM 6100-PROXIMO-MOVIMENTO
               PERFORM 2000-EXTRATO-CONTA
           END-PERFORM.

           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 6300-TOTAL-AGENCIA
           END-IF.

           CLOSE RELATORIO.

           IF WRK-AGENCIAS-DISPONIVEL-SIM
               CLOSE AGENCIAS
           END-IF.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
           END-IF.
                   MOVE "S" TO WRK-FIM-SORT
                   MOVE HIGH-VALUES TO SRT-CHAVE
           END-RETURN.

       6200-QUEBRA-AGENCIA.
           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 6300-TOTAL-AGENCIA
           END-IF.

           MOVE "N"         TO WRK-PRIMEIRA-AGENCIA.
           MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE ZEROS       TO WRK-AGE-CONTAS WRK-AGE-MOVIMENTOS.

      *---- TOTAL DA AGENCIA COM O NOME DO CADASTRO DE AGENCIAS

       6300-TOTAL-AGENCIA.
           MOVE WRK-AGENCIA-ATUAL TO TOT-AGENCIA-COD.
           EVALUATE TRUE
               WHEN WRK-AGENCIA-ATUAL = ZEROS
                   MOVE "SEM AGENCIA" TO TOT-AGENCIA-NOME
               WHEN NOT WRK-AGENCIAS-DISPONIVEL-SIM
                   MOVE SPACES TO TOT-AGENCIA-NOME
               WHEN OTHER
                   MOVE WRK-AGENCIA-ATUAL TO AGE-CODIGO
                   READ AGENCIAS
                       INVALID KEY
                           MOVE "AGENCIA NAO CADASTRADA"
                               TO TOT-AGENCIA-NOME
                       NOT INVALID KEY
                           MOVE AGE-NOME TO TOT-AGENCIA-NOME
                   END-READ
           END-EVALUATE.
           MOVE WRK-AGE-CONTAS     TO TOT-AGENCIA-CONTAS.
           MOVE WRK-AGE-MOVIMENTOS TO TOT-AGENCIA-MOVS.
           WRITE LINHA-RELATORIO FROM TOT-AGENCIA-1.
           WRITE LINHA-RELATORIO FROM TOT-AGENCIA-2.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

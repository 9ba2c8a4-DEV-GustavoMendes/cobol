      *                    DE CLIENTES/CLIENTES01/CLIJUROS). SE O TOTAL
      *                    ATUAL NAO BATER COM O ESPERADO, O JOB SO
      *                    ENTAO E CONSIDERADO CORROMPIDO.
      * MANUTENCOES CADASTRAIS DO CLIMANT SAO REGISTRADAS NO SEU
      * PROPRIO LOG (CLIMLG); A ALTERACAO DE SALDO, POREM, SO E
      * APLICADA PELA APROVACAO (CLIAPRV), QUE A GRAVA NA TRILHA DE
      * AUDITORIA COMO AJUSTE - POR ISSO ENTRA NA VARIACAO ESPERADA.
      * A RECONCILIACAO E FEITA NO TOTAL E TAMBEM POR AGENCIA DA
      * CONTA (CM-AGENCIA): O MODO ANTES GRAVA, ALEM DO REGISTRO
      * "TOTAL", UM REGISTRO DE CONTROLE POR AGENCIA E O MODO DEPOIS
      * SOMA CADA VARIACAO DA TRILHA NA AGENCIA DA SUA CONTA; QUALQUER
      * AGENCIA QUE NAO BATER REPROVA O LOTE COMO O TOTAL. CONTROLE
      * GRAVADO SEM OS REGISTROS POR AGENCIA SO CONFERE O TOTAL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

       01  WRK-STATUS-RUNLOG    PICTURE X(02)  VALUE SPACES.
       01  WRK-RUN-PASSO        PICTURE X(10)  VALUE SPACES.
       01  WRK-RUN-QTD1         PICTURE 9(07)  VALUE ZEROS.
       01  WRK-RUN-QTD2         PICTURE 9(07)  VALUE ZEROS.
       01  WRK-RUN-QTD3         PICTURE 9(07)  VALUE ZEROS.
       01  WRK-RUN-TOTAL1       PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-RUN-TOTAL2       PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-FIM-ARQUIVO      PICTURE X(01)  VALUE "N".
       01  WRK-QTDE-LIDA        PICTURE 9(07)  VALUE ZEROS.
       01  WRK-VARIACAO         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-PARTIDA-TOTAL    PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-QTDE-PARTIDA     PICTURE 9(07)  VALUE ZEROS.
       01  WRK-FIM-CONTROLE     PICTURE X(01)  VALUE "N".
           88  WRK-FIM-CONTROLE-SIM       VALUE "S".
       01  WRK-CONTROLE-AGENCIA PICTURE X(01)  VALUE "N".
           88  WRK-CONTROLE-AGENCIA-SIM   VALUE "S".
       01  WRK-ULTIMA-CHAVE     PICTURE X(10)  VALUE LOW-VALUES.
       01  WRK-AGENCIA-BUSCA    PICTURE 9(04)  VALUE ZEROS.
       01  WRK-AGENCIA-ED       PICTURE 9(04)  VALUE ZEROS.

      *----TOTAIS POR AGENCIA: PARTIDA (CONTROLE), VARIACAO NA
      *----TRILHA E SALDO ATUAL DO MESTRE
       01  WRK-TAB-AGENCIAS.
           05  WRK-TAG-ENT OCCURS 500 TIMES.
               10  WRK-TAG-CODIGO    PICTURE 9(04).
               10  WRK-TAG-PARTIDA   PICTURE S9(12) COMP-3.
               10  WRK-TAG-VARIACAO  PICTURE S9(12) COMP-3.
               10  WRK-TAG-ATUAL     PICTURE S9(12) COMP-3.
       01  WRK-QTDE-AGENCIAS    PICTURE 9(03)  VALUE ZEROS.
       01  WRK-TAG-IND          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-TAB-AGENCIAS-CHEIA PICTURE X(01) VALUE "N".
           88  WRK-TAB-AGENCIAS-CHEIA-SIM VALUE "S".
       01  WRK-AGENCIA-ESPERADO PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-QTDE-DIVERGENTES PICTURE 9(03)  VALUE ZEROS.

       PROCEDURE           DIVISION.
       0000-INICIO.
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD CM-SALDO TO WRK-TOTAL-ATUAL
                       PERFORM 1160-AGENCIA-DO-MESTRE
                       PERFORM 1150-LOCALIZA-AGENCIA
                       IF WRK-TAG-IND IS GREATER THAN ZERO
                           ADD CM-SALDO TO WRK-TAG-ATUAL (WRK-TAG-IND)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTES-MASTER.

      *---- LOCALIZA A AGENCIA WRK-AGENCIA-BUSCA NA TABELA,
      *---- INCLUINDO-A QUANDO NOVA; TABELA CHEIA DEIXA O INDICE ZERO
      *---- E A CONFERENCIA POR AGENCIA DEIXA DE SER FEITA

       1150-LOCALIZA-AGENCIA.
           PERFORM VARYING WRK-TAG-IND FROM 1 BY 1
                   UNTIL WRK-TAG-IND > WRK-QTDE-AGENCIAS
               IF WRK-TAG-CODIGO (WRK-TAG-IND) = WRK-AGENCIA-BUSCA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WRK-QTDE-AGENCIAS < 500
               ADD 1 TO WRK-QTDE-AGENCIAS
               MOVE WRK-QTDE-AGENCIAS TO WRK-TAG-IND
               MOVE WRK-AGENCIA-BUSCA TO WRK-TAG-CODIGO (WRK-TAG-IND)
               MOVE ZEROS TO WRK-TAG-PARTIDA (WRK-TAG-IND)
                             WRK-TAG-VARIACAO (WRK-TAG-IND)
                             WRK-TAG-ATUAL (WRK-TAG-IND)
           ELSE
               MOVE ZEROS TO WRK-TAG-IND
               IF NOT WRK-TAB-AGENCIAS-CHEIA-SIM
                   DISPLAY "TABELA DE AGENCIAS CHEIA - CONFERENCIA "
                       "POR AGENCIA NAO SERA FEITA"
                   MOVE "S" TO WRK-TAB-AGENCIAS-CHEIA
               END-IF
           END-IF.

      *---- AGENCIA NAO NUMERICA (REGISTRO ANTIGO) CONTA COMO ZERO -
      *---- SEM AGENCIA

       1160-AGENCIA-DO-MESTRE.
           MOVE ZEROS TO WRK-AGENCIA-BUSCA.
           IF CM-AGENCIA IS NUMERIC
               MOVE CM-AGENCIA TO WRK-AGENCIA-BUSCA
           END-IF.

       1200-CONTA-AUDITORIA.
           MOVE ZEROS TO WRK-QTDE-AUDITORIA.
           OPEN INPUT AUDITORIA.
           MOVE WRK-QTDE-AUDITORIA     TO CT-QTDE-AUDITORIA
           MOVE WRK-DATA-HORA (1:8)    TO CT-DATA
           WRITE REG-CONTROLE.

           IF NOT WRK-TAB-AGENCIAS-CHEIA-SIM
               PERFORM VARYING WRK-TAG-IND FROM 1 BY 1
                       UNTIL WRK-TAG-IND > WRK-QTDE-AGENCIAS
                   MOVE SPACES TO CT-CHAVE
                   MOVE "AG"   TO CT-CHAVE (1:2)
                   MOVE WRK-TAG-CODIGO (WRK-TAG-IND) TO
                       WRK-AGENCIA-ED
                   MOVE WRK-AGENCIA-ED TO CT-CHAVE (3:4)
                   MOVE WRK-TAG-ATUAL (WRK-TAG-IND) TO
                       CT-SALDO-ESPERADO
                   MOVE WRK-QTDE-AUDITORIA  TO CT-QTDE-AUDITORIA
                   MOVE WRK-DATA-HORA (1:8) TO CT-DATA
                   WRITE REG-CONTROLE
               END-PERFORM
           END-IF.

           CLOSE CONTROLE.

      *---- MODO DEPOIS: SOMA O MESTRE ATUAL E COMPARA CONTRA A
           PERFORM 2200-SOMA-VARIACAO-AUDITORIA.

           COMPUTE WRK-TOTAL-ESPERADO =
               WRK-PARTIDA-TOTAL + WRK-VARIACAO.

           MOVE WRK-TOTAL-ESPERADO TO WRK-TOTAL-ESPERADO-ED.
           MOVE WRK-TOTAL-ATUAL    TO WRK-TOTAL-ATUAL-ED.

           DISPLAY "TOTAL DE PARTIDA (CONTROLE) : " WRK-PARTIDA-TOTAL.
           DISPLAY "VARIACAO NA AUDITORIA       : " WRK-VARIACAO.
           DISPLAY "TOTAL ESPERADO              : "
               WRK-TOTAL-ESPERADO-ED.
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 2300-RECONCILIA-AGENCIAS.

           MOVE "RECON-DEP"        TO WRK-RUN-PASSO
           MOVE WRK-QTDE-LIDA      TO WRK-RUN-QTD1
           MOVE WRK-QTDE-AGENCIAS  TO WRK-RUN-QTD2
           MOVE WRK-QTDE-DIVERGENTES TO WRK-RUN-QTD3
           MOVE WRK-TOTAL-ESPERADO TO WRK-RUN-TOTAL1
           MOVE WRK-TOTAL-ATUAL    TO WRK-RUN-TOTAL2
           PERFORM 3000-GRAVA-RUN-LOG.

      *---- O PRIMEIRO REGISTRO E O "TOTAL"; OS SEGUINTES ("AG" +
      *---- CODIGO) TRAZEM A PARTIDA DE CADA AGENCIA

       2100-LER-CONTROLE.
           MOVE ZEROS TO WRK-PARTIDA-TOTAL WRK-QTDE-PARTIDA.
           OPEN INPUT CONTROLE.
           IF WRK-STATUS-CONTROLE NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-CONTROLE.
           PERFORM UNTIL WRK-FIM-CONTROLE-SIM
               READ CONTROLE
                   AT END
                       MOVE "S" TO WRK-FIM-CONTROLE
                   NOT AT END
                       PERFORM 2150-GUARDA-CONTROLE
               END-READ
           END-PERFORM.

           CLOSE CONTROLE.

       2150-GUARDA-CONTROLE.
           IF CT-CHAVE = "TOTAL"
               MOVE CT-SALDO-ESPERADO TO WRK-PARTIDA-TOTAL
               MOVE CT-QTDE-AUDITORIA TO WRK-QTDE-PARTIDA
               EXIT PARAGRAPH
           END-IF.

           IF CT-CHAVE (1:2) NOT = "AG" OR
                   CT-CHAVE (3:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WRK-CONTROLE-AGENCIA.
           MOVE CT-CHAVE (3:4) TO WRK-AGENCIA-BUSCA.
           PERFORM 1150-LOCALIZA-AGENCIA.
           IF WRK-TAG-IND IS GREATER THAN ZERO
               MOVE CT-SALDO-ESPERADO TO WRK-TAG-PARTIDA (WRK-TAG-IND)
           END-IF.

      *---- SOMA APENAS AS VARIACOES GRAVADAS DEPOIS DA FOTOGRAFIA DE
      *---- PARTIDA (OS PRIMEIROS WRK-QTDE-PARTIDA REGISTROS JA
      *---- ESTAVAM REFLETIDOS NO TOTAL DE PARTIDA E SAO IGNORADOS);
      *---- CADA VARIACAO TAMBEM VAI PARA A AGENCIA ATUAL DA CONTA

       2200-SOMA-VARIACAO-AUDITORIA.
           MOVE ZEROS TO WRK-VARIACAO WRK-QTDE-LIDA.
           OPEN INPUT CLIENTES-MASTER.
           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTDE-LIDA
                           IF WRK-QTDE-LIDA > WRK-QTDE-PARTIDA
                               COMPUTE WRK-VARIACAO = WRK-VARIACAO +
                                   AUD-SALDO-DEPOIS - AUD-SALDO-ANTES
                               PERFORM 2250-VARIACAO-AGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.
           CLOSE CLIENTES-MASTER.

      *---- A AGENCIA DA CONTA E LIDA NO MESTRE (A ULTIMA CONTA LIDA
      *---- FICA GUARDADA); CONTA FORA DO MESTRE CAI NA AGENCIA ZERO

       2250-VARIACAO-AGENCIA.
           IF AUD-CHAVE NOT = WRK-ULTIMA-CHAVE
               MOVE AUD-CHAVE TO WRK-ULTIMA-CHAVE
               MOVE AUD-CHAVE TO CM-CHAVE
               READ CLIENTES-MASTER
                   INVALID KEY
                       MOVE ZEROS TO WRK-AGENCIA-BUSCA
                   NOT INVALID KEY
                       PERFORM 1160-AGENCIA-DO-MESTRE
               END-READ
           END-IF.

           PERFORM 1150-LOCALIZA-AGENCIA.
           IF WRK-TAG-IND IS GREATER THAN ZERO
               COMPUTE WRK-TAG-VARIACAO (WRK-TAG-IND) =
                   WRK-TAG-VARIACAO (WRK-TAG-IND) +
                   AUD-SALDO-DEPOIS - AUD-SALDO-ANTES
           END-IF.

      *---- CONFERE CADA AGENCIA: PARTIDA MAIS VARIACAO CONTRA O
      *---- SALDO ATUAL; UMA AGENCIA DIVERGENTE REPROVA O LOTE

       2300-RECONCILIA-AGENCIAS.
           MOVE ZEROS TO WRK-QTDE-DIVERGENTES.

           IF NOT WRK-CONTROLE-AGENCIA-SIM
               DISPLAY "CONTROLE SEM TOTAIS POR AGENCIA - CONFERIDO "
                   "SO O TOTAL"
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TAB-AGENCIAS-CHEIA-SIM
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WRK-TAG-IND FROM 1 BY 1
                   UNTIL WRK-TAG-IND > WRK-QTDE-AGENCIAS
               COMPUTE WRK-AGENCIA-ESPERADO =
                   WRK-TAG-PARTIDA (WRK-TAG-IND) +
                   WRK-TAG-VARIACAO (WRK-TAG-IND)
               MOVE WRK-AGENCIA-ESPERADO TO WRK-TOTAL-ESPERADO-ED
               MOVE WRK-TAG-ATUAL (WRK-TAG-IND) TO WRK-TOTAL-ATUAL-ED
               IF WRK-AGENCIA-ESPERADO = WRK-TAG-ATUAL (WRK-TAG-IND)
                   DISPLAY "AGENCIA " WRK-TAG-CODIGO (WRK-TAG-IND)
                       " OK    ESPERADO " WRK-TOTAL-ESPERADO-ED
                       " ATUAL " WRK-TOTAL-ATUAL-ED
               ELSE
                   ADD 1 TO WRK-QTDE-DIVERGENTES
                   DISPLAY "AGENCIA " WRK-TAG-CODIGO (WRK-TAG-IND)
                       " DIVERGE ESPERADO " WRK-TOTAL-ESPERADO-ED
                       " ATUAL " WRK-TOTAL-ATUAL-ED
               END-IF
           END-PERFORM.

           IF WRK-QTDE-DIVERGENTES IS GREATER THAN ZERO
               DISPLAY "RECONCILIACAO FALHOU - " WRK-QTDE-DIVERGENTES
                   " AGENCIA(S) DIVERGEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIACAO POR AGENCIA OK"
           END-IF.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE (CHAMADOR PREENCHE OS CAMPOS
           MOVE WRK-DATA-HORA (1:8)  TO RUN-DATA
           MOVE WRK-RUN-PASSO        TO RUN-PASSO
           MOVE WRK-RUN-QTD1         TO RUN-QTD1
           MOVE WRK-RUN-QTD2         TO RUN-QTD2
           MOVE WRK-RUN-QTD3         TO RUN-QTD3
           MOVE ZEROS                TO RUN-QTD4
           MOVE WRK-RUN-TOTAL1       TO RUN-TOTAL1
           MOVE WRK-RUN-TOTAL2       TO RUN-TOTAL2

      * (CLIAUD) E DA ARQUIVADA (CLIAUDA), COM FILTRO OPCIONAL POR
      * OPERACAO OU OPERADOR E TOTAL DA VARIACAO LIQUIDA DO PERIODO;
      * O ARQUIVO MORTO E LISTADO PRIMEIRO POR SER O MAIS ANTIGO
      * INFORMADO UM NUMERO DE TRANSACAO, A CONSULTA LISTA SO O
      * MOVIMENTO COM ESSE NUMERO (AS DUAS PERNAS, NUMA
      * TRANSFERENCIA) E O ESTORNO QUE O DESFEZ (AUD-NUM-ORIGINAL),
      * SEGUIDOS DO REJEITO (CLIREJ) E DA PENDENCIA DE APROVACAO
      * (CLIPND) COM O MESMO NUMERO, CADA UM COM A SUA SITUACAO; A
      * CHAVE EM BRANCO ENTAO VALE PARA QUALQUER CONTA
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ARQUIVO.

           SELECT REJEITOS ASSIGN TO "CLIREJ"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REJEITOS.

           SELECT PENDENTES-APROVACAO ASSIGN TO "CLIPND"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PENDENTES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  AUDITORIA
                                 ==ARQUIVO-TRAIL-RECORD==
                                 LEADING ==AUD== BY ==ARQ==.

       FD  REJEITOS
           LABEL RECORD IS STANDARD.
           COPY CLIREJ.

       FD  PENDENTES-APROVACAO
           LABEL RECORD IS STANDARD.
           COPY CLIPND.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-AUDITORIA PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-ARQUIVO   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-REJEITOS  PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PENDENTES PICTURE X(02)  VALUE SPACES.
       01  WRK-FIM-ARQUIVO      PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM        VALUE "S".

       01  WRK-DATA-FINAL       PICTURE 9(08)  VALUE ZEROS.
       01  WRK-FILTRO-OPERACAO  PICTURE X(10)  VALUE SPACES.
       01  WRK-FILTRO-OPERADOR  PICTURE X(08)  VALUE SPACES.
       01  WRK-FILTRO-TRANSACAO PICTURE X(16)  VALUE SPACES.

       01  WRK-QTDE-LISTADA     PICTURE 9(05)  VALUE ZEROS.
       01  WRK-QTDE-ED          PICTURE ZZZZ9.
       01  WRK-QTDE-FORA-TRILHA PICTURE 9(05)  VALUE ZEROS.
       01  WRK-SITUACAO-DESC    PICTURE X(12)  VALUE SPACES.
       01  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9.
       01  WRK-VARIACAO         PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-VARIACAO-ED      PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  WRK-SALDO-ANTES-ED   PICTURE -Z.ZZZ.ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "NUMERO DA TRANSACAO (BRANCO=CONSULTA POR CONTA) "
               ACCEPT WRK-FILTRO-TRANSACAO.
           DISPLAY "DIGITE A CHAVE DO CLIENTE (BRANCO=TODAS, SO COM "
               "NUMERO DE TRANSACAO) "
               ACCEPT WRK-CHAVE.

           IF WRK-CHAVE = SPACES AND WRK-FILTRO-TRANSACAO = SPACES
               DISPLAY "INFORME A CHAVE OU O NUMERO DA TRANSACAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "DATA INICIAL (AAAAMMDD, 0=TUDO) "
               ACCEPT WRK-DATA-INICIAL.
           DISPLAY "DATA FINAL (AAAAMMDD, 0=TUDO) "
           END-IF.

           DISPLAY "DATA     HORA     OPERACAO   "
               "SALDO ANTES     SALDO DEPOIS    OPERADOR "
               "TRANSACAO        CHAVE".

           PERFORM 1000-CONSULTA-ARQUIVO.
           PERFORM 2000-CONSULTA-VIVA.

           IF WRK-FILTRO-TRANSACAO NOT = SPACES
               PERFORM 4000-CONSULTA-REJEITOS
               PERFORM 5000-CONSULTA-PENDENTES
           END-IF.

           IF WRK-QTDE-LISTADA IS EQUAL TO ZERO AND
              WRK-QTDE-FORA-TRILHA IS EQUAL TO ZERO
               DISPLAY "NENHUM MOVIMENTO NO PERIODO"
           END-IF.

           MOVE WRK-QTDE-LISTADA TO WRK-QTDE-ED.
           DISPLAY "MOVIMENTOS LISTADOS: " WRK-QTDE-ED.
           IF WRK-FILTRO-TRANSACAO NOT = SPACES
               MOVE WRK-QTDE-FORA-TRILHA TO WRK-QTDE-ED
               DISPLAY "REJEITOS/PENDENCIAS LISTADOS: " WRK-QTDE-ED
           END-IF.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           DISPLAY "VARIACAO LIQUIDA DO PERIODO: " WRK-VARIACAO-ED.


           CLOSE AUDITORIA.

      *---- APLICA OS FILTROS DE CHAVE, TRANSACAO, PERIODO, OPERACAO
      *---- E OPERADOR - NA TRANSACAO TAMBEM ENTRA O ESTORNO DO NUMERO
      *---- SOBRE O REGISTRO CORRENTE E LISTA QUANDO PASSA EM TODOS

       3000-FILTRA-E-LISTA.
           IF WRK-CHAVE NOT = SPACES AND
              AUD-CHAVE NOT = WRK-CHAVE
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FILTRO-TRANSACAO NOT = SPACES AND
              AUD-NUM-TRANSACAO NOT = WRK-FILTRO-TRANSACAO AND
              AUD-NUM-ORIGINAL NOT = WRK-FILTRO-TRANSACAO
               EXIT PARAGRAPH
           END-IF.
           IF AUD-DATA < WRK-DATA-INICIAL OR
           MOVE AUD-SALDO-DEPOIS TO WRK-SALDO-DEPOIS-ED
           DISPLAY AUD-DATA " " AUD-HORA " " AUD-OPERACAO " "
               WRK-SALDO-ANTES-ED " " WRK-SALDO-DEPOIS-ED " "
               AUD-OPERADOR " " AUD-NUM-TRANSACAO " " AUD-CHAVE.

      *---- REJEITOS COM O NUMERO DE TRANSACAO INFORMADO - O MOVIMENTO
      *---- RECUSADO POR SALDO MINIMO NAO CHEGA A TRILHA; A CHAVE
      *---- INFORMADA VALE PARA A CONTA DEBITADA OU A CONTRAPARTIDA

       4000-CONSULTA-REJEITOS.
           OPEN INPUT REJEITOS.
           IF WRK-STATUS-REJEITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REJEITOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 4100-LISTA-REJEITO
               END-READ
           END-PERFORM.

           CLOSE REJEITOS.

       4100-LISTA-REJEITO.
           IF REJ-NUM-TRANSACAO NOT = WRK-FILTRO-TRANSACAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CHAVE NOT = SPACES AND
              REJ-CHAVE NOT = WRK-CHAVE AND
              REJ-CHAVE-CONTRA NOT = WRK-CHAVE
               EXIT PARAGRAPH
           END-IF.
           IF REJ-DATA < WRK-DATA-INICIAL OR
              REJ-DATA > WRK-DATA-FINAL
               EXIT PARAGRAPH
           END-IF.

           EVALUATE REJ-STATUS
               WHEN "R"
                   MOVE "REPROCESSADO" TO WRK-SITUACAO-DESC
               WHEN "B"
                   MOVE "BAIXADO"      TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE "PENDENTE"     TO WRK-SITUACAO-DESC
           END-EVALUATE.

           ADD 1 TO WRK-QTDE-FORA-TRILHA.
           MOVE REJ-VALOR-LANCTO TO WRK-VALOR-ED.
           DISPLAY "REJEITO  " REJ-DATA " " REJ-HORA " "
               REJ-OPERACAO " VALOR " WRK-VALOR-ED " "
               REJ-NUM-TRANSACAO " " REJ-CHAVE " "
               REJ-CHAVE-CONTRA " " WRK-SITUACAO-DESC.

      *---- PENDENCIAS DE APROVACAO COM O NUMERO DE TRANSACAO
      *---- INFORMADO - APROVADA JA APARECE TAMBEM NA TRILHA

       5000-CONSULTA-PENDENTES.
           OPEN INPUT PENDENTES-APROVACAO.
           IF WRK-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PENDENTES-APROVACAO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 5100-LISTA-PENDENTE
               END-READ
           END-PERFORM.

           CLOSE PENDENTES-APROVACAO.

       5100-LISTA-PENDENTE.
           IF PND-NUM-TRANSACAO NOT = WRK-FILTRO-TRANSACAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CHAVE NOT = SPACES AND
              PND-CHAVE NOT = WRK-CHAVE AND
              PND-CHAVE-CONTRA NOT = WRK-CHAVE
               EXIT PARAGRAPH
           END-IF.
           IF PND-DATA < WRK-DATA-INICIAL OR
              PND-DATA > WRK-DATA-FINAL
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT = SPACES AND
              PND-OPERADOR NOT = WRK-FILTRO-OPERADOR
               EXIT PARAGRAPH
           END-IF.

           EVALUATE PND-STATUS
               WHEN "A"
                   MOVE "APROVADO"     TO WRK-SITUACAO-DESC
               WHEN "N"
                   MOVE "NEGADO"       TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE "PENDENTE"     TO WRK-SITUACAO-DESC
           END-EVALUATE.

           ADD 1 TO WRK-QTDE-FORA-TRILHA.
           MOVE PND-VALOR TO WRK-VALOR-ED.
           DISPLAY "PENDENTE " PND-DATA " " PND-HORA " OPERACAO "
               PND-OPERACAO " VALOR " WRK-VALOR-ED " "
               PND-OPERADOR " " PND-NUM-TRANSACAO " " PND-CHAVE " "
               PND-CHAVE-CONTRA " " WRK-SITUACAO-DESC.

      * INCLUSOS). ORDEM QUE CAI EM DIA SEM PROCESSAMENTO E GERADA NA
      * PROXIMA EXECUCAO; ORD-DATA-ULT-GER GUARDA O ULTIMO VENCIMENTO
      * GERADO E IMPEDE GERACAO EM DOBRO NO MESMO CICLO
      * CADA DETALHE GRAVADO LEVA O NUMERO UNICO DA TRANSACAO
      * (IDENTIFICACAO DO ARQUIVO + POSICAO DO DETALHE); DETALHES JA
      * EXISTENTES SEM NUMERO SAO NUMERADOS NA MESMA REGRAVACAO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
      *----IMAGEM DO ARQUIVO DE LANCAMENTOS EM MEMORIA (SO DETALHES;
      *----HEADER E TRAILER SAO REMONTADOS NA REGRAVACAO)
       01  WRK-TAB-ENTRADA.
           05  WRK-ENT-REG           PICTURE X(106) OCCURS 5000 TIMES.
       01  WRK-QTDE-DETALHES     PICTURE 9(07) VALUE ZEROS.
       01  WRK-IND-ENT           PICTURE 9(04) VALUE ZEROS.
       01  WRK-HASH-VALOR        PICTURE S9(13) COMP-3 VALUE ZEROS.
           05  WRK-DET-VALOR         PICTURE S9(10)
                                     SIGN LEADING SEPARATE.
           05  WRK-DET-CHAVE-CONTRA  PICTURE X(10).
           05  WRK-DET-NUM-TRANSACAO.
               10  WRK-DET-NTR-ORIGEM    PICTURE X(08).
               10  WRK-DET-NTR-SEQUENCIA PICTURE 9(08).
           05  WRK-DET-NUM-ORIGINAL  PICTURE X(16).
           05  WRK-DET-BANCO-DESTINO PICTURE 9(03).
           05  WRK-DET-AGENCIA-DESTINO PICTURE 9(04).
           05  WRK-DET-CONTA-DESTINO PICTURE X(12).
           05  WRK-DET-DOC-BENEFICIARIO PICTURE 9(14).

       01  WRK-DATA-PROC         PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PROC-R REDEFINES WRK-DATA-PROC.
       01  WRK-DATA-VENCIMENTO   PICTURE 9(08) VALUE ZEROS.

       01  WRK-QTDE-GERADAS      PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-SEM-NUMERO   PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-AVALIADAS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED       PICTURE ZZZ.ZZ9.

               END-IF
           END-IF.

      *---- A IDENTIFICACAO DO ARQUIVO E A ORIGEM DO NUMERO DE
      *---- TRANSACAO DE CADA DETALHE: ARQUIVO AINDA INEXISTENTE
      *---- RECEBE "G"+DATA JA AQUI, ANTES DE GERAR AS ORDENS

           IF NOT WRK-TEM-HEADER-SIM
               MOVE PRM-DATA-PROCESSO TO WRK-HEADER-DATA
               MOVE SPACES            TO WRK-ARQUIVO-ID
               MOVE "G"               TO WRK-ARQUIVO-ID (1:1)
               MOVE PRM-DATA-PROCESSO (2:7)
                                      TO WRK-ARQUIVO-ID (2:7)
           END-IF.

           PERFORM 2000-GERA-ORDENS.

           IF WRK-QTDE-GERADAS > ZEROS OR
                   WRK-QTDE-SEM-NUMERO > ZEROS OR
                   NOT WRK-ENTRADA-EXISTE-SIM
               PERFORM 3000-REGRAVA-ENTRADA
           END-IF.
                           ADD 1 TO WRK-QTDE-DETALHES
                           MOVE REG-ENTRADA TO
                               WRK-ENT-REG (WRK-QTDE-DETALHES)
                           IF ENT-NUM-TRANSACAO = SPACES
                               ADD 1 TO WRK-QTDE-SEM-NUMERO
                           END-IF
                           IF ENT-VALOR IS NUMERIC
                               ADD ENT-VALOR TO WRK-HASH-VALOR
                           ELSE
           MOVE ORD-OPERACAO     TO WRK-DET-OPERACAO
           MOVE ORD-VALOR        TO WRK-DET-VALOR
           MOVE ORD-CHAVE-CONTRA TO WRK-DET-CHAVE-CONTRA
           MOVE SPACES           TO WRK-DET-NUM-ORIGINAL
                                    WRK-DET-CONTA-DESTINO
           MOVE ZEROS            TO WRK-DET-BANCO-DESTINO
                                    WRK-DET-AGENCIA-DESTINO
                                    WRK-DET-DOC-BENEFICIARIO

           ADD 1 TO WRK-QTDE-DETALHES
           MOVE WRK-ARQUIVO-ID    TO WRK-DET-NTR-ORIGEM
           MOVE WRK-QTDE-DETALHES TO WRK-DET-NTR-SEQUENCIA
           MOVE WRK-REG-DETALHE TO WRK-ENT-REG (WRK-QTDE-DETALHES)
           ADD ORD-VALOR TO WRK-HASH-VALOR
           ADD 1 TO WRK-QTDE-GERADAS.

           MOVE WRK-DATA-VENCIMENTO   TO ORD-DATA-ULT-GER.
           MOVE WRK-DET-NUM-TRANSACAO TO ORD-NUM-ULT-GER.
           REWRITE ORDEM-PERMANENTE-RECORD.

      *---- VENCIMENTO DO CICLO: (ANO,MES DO PROCESSAMENTO, DIA DA
      *---- REGRAVA O ARQUIVO DE LANCAMENTOS POR INTEIRO: HEADER
      *---- (PRESERVADO, OU CRIADO COM A DATA DO PROCESSAMENTO E
      *---- IDENTIFICACAO "G"+DATA QUANDO O ARQUIVO NAO EXISTIA),
      *---- DETALHES E TRAILER COM QUANTIDADE E SOMA ATUALIZADAS;
      *---- DETALHE AINDA SEM NUMERO DE TRANSACAO RECEBE AQUI A
      *---- IDENTIFICACAO DO ARQUIVO + SUA POSICAO (O MESMO CALCULO
      *---- QUE A POSTAGEM FARIA)

       3000-REGRAVA-ENTRADA.
           OPEN OUTPUT ENTRADA-TRANSACOES.

           MOVE "H"             TO LANH-TIPO
           MOVE WRK-HEADER-DATA TO LANH-DATA
           MOVE WRK-ARQUIVO-ID  TO LANH-ARQUIVO-ID
           PERFORM VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QTDE-DETALHES
               MOVE WRK-ENT-REG (WRK-IND-ENT) TO REG-ENTRADA
               IF ENT-NUM-TRANSACAO = SPACES
                   MOVE WRK-ARQUIVO-ID TO ENT-NTR-ORIGEM
                   MOVE WRK-IND-ENT    TO ENT-NTR-SEQUENCIA
               END-IF
               WRITE REG-ENTRADA
           END-PERFORM.


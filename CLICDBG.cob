      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICDBG.
      * GERADOR DAS APLICACOES EM CDB (CLICDB) PARA O ARQUIVO DE
      * LANCAMENTOS DO DIA (CLILAN) - RODA NO CLIBATCH DEPOIS DO
      * GERADOR DE ORDENS E ANTES DO PRE-EDIT: ACRESCENTA UM DETALHE
      * "I" POR CDB PENDENTE AINDA NAO GERADO E REGRAVA O TRAILER COM
      * A QUANTIDADE E A SOMA ATUALIZADAS, DE MODO QUE O DEBITO DA
      * CONTA VINCULADA POSTE PELO CAMINHO NORMAL DO CLIENTES (LIMITE
      * DO OPERADOR, SALDO MINIMO, AUDITORIA E REJEITOS INCLUSOS).
      * CDB-NUM-APLICACAO GUARDA O NUMERO DO DETALHE GERADO E IMPEDE
      * GERACAO EM DOBRO; O CLICDBD CONFIRMA O CDB QUANDO ESSE NUMERO
      * POSTA, CANCELA QUANDO E REJEITADO OU NEGADO E LIMPA O NUMERO
      * QUANDO O ARQUIVO NUNCA FOI POSTADO, PARA NOVA GERACAO AQUI
      * A IDENTIFICACAO E A NUMERACAO DOS DETALHES SAO AS MESMAS DO
      * CLIORDG
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-TRANSACOES ASSIGN TO "CLILAN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ENTRADA.

           SELECT DEPOSITOS-PRAZO ASSIGN TO "CLICDB"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CDB-ID
               FILE STATUS    IS WRK-STATUS-CDB.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ENTRADA-TRANSACOES
           LABEL RECORD IS STANDARD.
           COPY CLILAN.

       FD  DEPOSITOS-PRAZO
           LABEL RECORD IS STANDARD.
           COPY CLICDB.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-ENTRADA    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CDB        PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ARQUIVO       PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM        VALUE "S".
       01  WRK-FIM-CDB           PICTURE X(01) VALUE "N".
           88  WRK-FIM-CDB-SIM            VALUE "S".
       01  WRK-DATA-HORA         PICTURE X(21) VALUE SPACES.
       01  WRK-ENTRADA-EXISTE    PICTURE X(01) VALUE "N".
           88  WRK-ENTRADA-EXISTE-SIM     VALUE "S".
       01  WRK-TEM-HEADER        PICTURE X(01) VALUE "N".
           88  WRK-TEM-HEADER-SIM         VALUE "S".
       01  WRK-TEM-TRAILER       PICTURE X(01) VALUE "N".
           88  WRK-TEM-TRAILER-SIM        VALUE "S".
       01  WRK-QTDE-ESTRANHOS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-ENTRADA-OK        PICTURE X(01) VALUE "S".
           88  WRK-ENTRADA-OK-SIM         VALUE "S".
       01  WRK-TABELA-CHEIA      PICTURE X(01) VALUE "N".
           88  WRK-TABELA-CHEIA-SIM       VALUE "S".

      *----IMAGEM DO ARQUIVO DE LANCAMENTOS EM MEMORIA (SO DETALHES;
      *----HEADER E TRAILER SAO REMONTADOS NA REGRAVACAO)
       01  WRK-TAB-ENTRADA.
           05  WRK-ENT-REG           PICTURE X(106) OCCURS 5000 TIMES.
       01  WRK-QTDE-DETALHES     PICTURE 9(07) VALUE ZEROS.
       01  WRK-IND-ENT           PICTURE 9(04) VALUE ZEROS.
       01  WRK-HASH-VALOR        PICTURE S9(13) COMP-3 VALUE ZEROS.

       01  WRK-HEADER-DATA       PICTURE 9(08) VALUE ZEROS.
       01  WRK-ARQUIVO-ID        PICTURE X(08) VALUE SPACES.

       01  WRK-REG-DETALHE.
           05  WRK-DET-TIPO          PICTURE X(01).
           05  WRK-DET-OPERADOR      PICTURE X(08).
           05  WRK-DET-CHAVE         PICTURE X(10).
           05  WRK-DET-OPERACAO      PICTURE X(01).
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

       01  WRK-QTDE-GERADAS      PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-SEM-NUMERO   PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-AVALIADAS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-TOTAL-GERADO      PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED       PICTURE ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 0050-LE-PARAMETROS.

           PERFORM 1000-CARREGA-ENTRADA.
           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS MAIOR QUE A TABELA - "
                   "GERACAO ABANDONADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           IF WRK-ENTRADA-EXISTE-SIM
               PERFORM 1500-CRITICA-ENTRADA
               IF NOT WRK-ENTRADA-OK-SIM
                   DISPLAY "GERACAO ABANDONADA - NENHUM ARQUIVO FOI "
                       "ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 5000-GRAVA-RUN-LOG
                   STOP RUN
               END-IF
           END-IF.

      *---- A IDENTIFICACAO DO ARQUIVO E A ORIGEM DO NUMERO DE
      *---- TRANSACAO DE CADA DETALHE: ARQUIVO AINDA INEXISTENTE
      *---- RECEBE "G"+DATA JA AQUI, ANTES DE GERAR AS APLICACOES

           IF NOT WRK-TEM-HEADER-SIM
               MOVE PRM-DATA-PROCESSO TO WRK-HEADER-DATA
               MOVE SPACES            TO WRK-ARQUIVO-ID
               MOVE "G"               TO WRK-ARQUIVO-ID (1:1)
               MOVE PRM-DATA-PROCESSO (2:7)
                                      TO WRK-ARQUIVO-ID (2:7)
           END-IF.

           PERFORM 2000-GERA-APLICACOES.

           IF WRK-QTDE-GERADAS > ZEROS OR
                   WRK-QTDE-SEM-NUMERO > ZEROS OR
                   NOT WRK-ENTRADA-EXISTE-SIM
               PERFORM 3000-REGRAVA-ENTRADA
           END-IF.

           MOVE WRK-QTDE-AVALIADAS TO WRK-CONTADOR-ED.
           DISPLAY "CDB AVALIADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-GERADAS TO WRK-CONTADOR-ED.
           DISPLAY "APLICACOES GERADAS NO ARQUIVO DE LANCAMENTOS: "
               WRK-CONTADOR-ED.

           MOVE 0 TO RETURN-CODE.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- LE E CRITICA O ARQUIVO DE PARAMETROS DE EXECUCAO; SEM
      *---- PARAMETROS VALIDOS O PASSO NAO RODA

       0050-LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ARQUIVO DE PARAMETROS AUSENTE - STATUS "
                   WRK-STATUS-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARAMETROS
               AT END
                   DISPLAY "ARQUIVO DE PARAMETROS VAZIO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARAMETROS.

           IF PRM-DATA-PROCESSO IS NOT NUMERIC OR
                   PRM-DATA-PROCESSO IS EQUAL TO ZERO
               DISPLAY "DATA DE PROCESSAMENTO INVALIDA NOS PARAMETROS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---- CARREGA OS DETALHES DO ARQUIVO DE LANCAMENTOS PARA A
      *---- TABELA EM MEMORIA, GUARDANDO A DATA E A IDENTIFICACAO DO
      *---- HEADER; O TRAILER E DESCARTADO E REMONTADO NA REGRAVACAO

       1000-CARREGA-ENTRADA.
           MOVE ZEROS TO WRK-QTDE-DETALHES WRK-HASH-VALOR.

           OPEN INPUT ENTRADA-TRANSACOES.
           IF WRK-STATUS-ENTRADA NOT = "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS AUSENTE - SERA CRIADO "
                   "SO COM AS APLICACOES GERADAS"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WRK-ENTRADA-EXISTE.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ENTRADA-TRANSACOES
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1100-GUARDA-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE ENTRADA-TRANSACOES.

      *---- A MESMA CRITICA DE ESTRUTURA DO PRE-EDIT (CLILANV): O
      *---- HEADER SO VALE COMO PRIMEIRO REGISTRO, DETALHE SEM HEADER
      *---- (ARQUIVO EM FORMATO ANTIGO) E REGISTRO DE TIPO INVALIDO
      *---- OU DEPOIS DO TRAILER CONTAM COMO ESTRANHOS E BARRAM A
      *---- REGRAVACAO - O GERADOR NUNCA PODE "CONSERTAR" UM ARQUIVO
      *---- QUE O PRE-EDIT REJEITARIA

       1100-GUARDA-REGISTRO.
           IF WRK-TEM-TRAILER-SIM
               ADD 1 TO WRK-QTDE-ESTRANHOS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE LANH-TIPO
               WHEN "H"
                   IF WRK-TEM-HEADER-SIM OR WRK-QTDE-DETALHES > ZEROS
                       ADD 1 TO WRK-QTDE-ESTRANHOS
                   ELSE
                       MOVE "S"             TO WRK-TEM-HEADER
                       MOVE LANH-DATA       TO WRK-HEADER-DATA
                       MOVE LANH-ARQUIVO-ID TO WRK-ARQUIVO-ID
                   END-IF
               WHEN "D"
                   IF NOT WRK-TEM-HEADER-SIM
                       ADD 1 TO WRK-QTDE-ESTRANHOS
                   ELSE
                       IF WRK-QTDE-DETALHES < 5000
                           ADD 1 TO WRK-QTDE-DETALHES
                           MOVE REG-ENTRADA TO
                               WRK-ENT-REG (WRK-QTDE-DETALHES)
                           IF ENT-NUM-TRANSACAO = SPACES
                               ADD 1 TO WRK-QTDE-SEM-NUMERO
                           END-IF
                           IF ENT-VALOR IS NUMERIC
                               ADD ENT-VALOR TO WRK-HASH-VALOR
                           ELSE
                               ADD 1 TO WRK-QTDE-ESTRANHOS
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-TABELA-CHEIA
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE "S" TO WRK-TEM-TRAILER
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-ESTRANHOS
           END-EVALUATE.

      *---- O ARQUIVO EXISTENTE SO E ACEITO QUANDO PERTENCE A ESTE
      *---- PROCESSAMENTO E ESTA INTEIRO: HEADER COM A DATA DO DIA,
      *---- TRAILER PRESENTE E NENHUM REGISTRO ESTRANHO - SE A
      *---- ENTRADA DE ONTEM FICOU CATALOGADA, AS APLICACOES NAO SAO
      *---- GERADAS (NEM MARCADAS EM CDB-NUM-APLICACAO), ENTAO O
      *---- RERUN COM O ARQUIVO CERTO AS APANHA

       1500-CRITICA-ENTRADA.
           MOVE "S" TO WRK-ENTRADA-OK.

           IF NOT WRK-TEM-HEADER-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS SEM HEADER (FORMATO "
                   "ANTIGO?)"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-TEM-HEADER-SIM AND
                   WRK-HEADER-DATA NOT = PRM-DATA-PROCESSO
               DISPLAY "DATA DO HEADER " WRK-HEADER-DATA
                   " DIFERENTE DA DATA DO PROCESSAMENTO "
                   PRM-DATA-PROCESSO
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF NOT WRK-TEM-TRAILER-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS SEM TRAILER"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-QTDE-ESTRANHOS > ZEROS
               DISPLAY "REGISTROS FORA DE LUGAR OU DE TIPO INVALIDO: "
                   WRK-QTDE-ESTRANHOS
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

      *---- PERCORRE O CADASTRO DE CDB E GERA A APLICACAO DE CADA
      *---- CDB PENDENTE AINDA SEM NUMERO: UM DETALHE "I" QUE DEBITA
      *---- A CONTA VINCULADA PELO PRINCIPAL, ASSINADO PELO OPERADOR
      *---- QUE INCLUIU O CDB (O LIMITE DE VALOR DO NIVEL DELE VALE
      *---- NA POSTAGEM). O NUMERO DO DETALHE FICA GRAVADO NO CDB, QUE
      *---- SO E CONFIRMADO PELO CLICDBD QUANDO ESSE NUMERO APARECER
      *---- NA TRILHA DE AUDITORIA

       2000-GERA-APLICACOES.
           OPEN I-O DEPOSITOS-PRAZO.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "ARQUIVO DE CDB AUSENTE - NADA A GERAR"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-CDB.
           PERFORM UNTIL WRK-FIM-CDB-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       ADD 1 TO WRK-QTDE-AVALIADAS
                       PERFORM 2100-AVALIA-CDB
               END-READ
           END-PERFORM.

           CLOSE DEPOSITOS-PRAZO.

       2100-AVALIA-CDB.
           IF CDB-SITUACAO NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           IF CDB-NUM-APLICACAO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CDB-PRINCIPAL IS NOT GREATER THAN ZERO
               DISPLAY "CDB COM PRINCIPAL INVALIDO - NAO GERADO: "
                   CDB-CHAVE " " CDB-SEQUENCIA
               EXIT PARAGRAPH
           END-IF.

           IF WRK-QTDE-DETALHES IS GREATER THAN OR EQUAL TO 5000
               DISPLAY "TABELA DE LANCAMENTOS CHEIA - CDB NAO "
                   "GERADO: " CDB-CHAVE " " CDB-SEQUENCIA
               EXIT PARAGRAPH
           END-IF.

           MOVE "D"                 TO WRK-DET-TIPO
           MOVE CDB-OPERADOR        TO WRK-DET-OPERADOR
           MOVE CDB-CHAVE-VINCULADA TO WRK-DET-CHAVE
           MOVE "I"                 TO WRK-DET-OPERACAO
           MOVE CDB-PRINCIPAL       TO WRK-DET-VALOR
           MOVE SPACES              TO WRK-DET-CHAVE-CONTRA
                                       WRK-DET-NUM-ORIGINAL
                                       WRK-DET-CONTA-DESTINO
           MOVE ZEROS               TO WRK-DET-BANCO-DESTINO
                                       WRK-DET-AGENCIA-DESTINO
                                       WRK-DET-DOC-BENEFICIARIO

           ADD 1 TO WRK-QTDE-DETALHES
           MOVE WRK-ARQUIVO-ID    TO WRK-DET-NTR-ORIGEM
           MOVE WRK-QTDE-DETALHES TO WRK-DET-NTR-SEQUENCIA
           MOVE WRK-REG-DETALHE TO WRK-ENT-REG (WRK-QTDE-DETALHES)
           ADD CDB-PRINCIPAL TO WRK-HASH-VALOR
           ADD CDB-PRINCIPAL TO WRK-TOTAL-GERADO
           ADD 1 TO WRK-QTDE-GERADAS.

           MOVE WRK-DET-NUM-TRANSACAO TO CDB-NUM-APLICACAO.
           MOVE PRM-DATA-PROCESSO     TO CDB-DATA-GERACAO.
           REWRITE CDB-RECORD.

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
           WRITE LAN-HEADER.

           PERFORM VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QTDE-DETALHES
               MOVE WRK-ENT-REG (WRK-IND-ENT) TO REG-ENTRADA
               IF ENT-NUM-TRANSACAO = SPACES
                   MOVE WRK-ARQUIVO-ID TO ENT-NTR-ORIGEM
                   MOVE WRK-IND-ENT    TO ENT-NTR-SEQUENCIA
               END-IF
               WRITE REG-ENTRADA
           END-PERFORM.

           MOVE "T"               TO LANT-TIPO
           MOVE WRK-QTDE-DETALHES TO LANT-QTDE
           MOVE WRK-HASH-VALOR    TO LANT-HASH-VALOR
           WRITE LAN-TRAILER.

           CLOSE ENTRADA-TRANSACOES.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)  TO RUN-DATA
           MOVE "CLICDBG"            TO RUN-PASSO
           MOVE WRK-QTDE-GERADAS     TO RUN-QTD1
           MOVE WRK-QTDE-AVALIADAS   TO RUN-QTD2
           MOVE WRK-QTDE-DETALHES    TO RUN-QTD3
           MOVE ZEROS                TO RUN-QTD4
           MOVE WRK-HASH-VALOR       TO RUN-TOTAL1
           MOVE WRK-TOTAL-GERADO     TO RUN-TOTAL2
           MOVE RETURN-CODE          TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

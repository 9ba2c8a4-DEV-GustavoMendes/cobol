       PROGRAM-ID. CLIRUNR.
      * RELATORIO DO LOG DIARIO DE EXECUCAO DO LOTE - IMPRIME OS
      * CONTADORES E CONDITION CODES DE TODOS OS PASSOS DA DATA
      * PEDIDA E, PARA COMPARACAO, OS DA EXECUCAO ANTERIOR; FECHA COM
      * AS ALTERACOES CADASTRAIS AINDA PENDENTES DE APROVACAO (CLIALP)
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

           SELECT ALTERACOES-PENDENTES ASSIGN TO "CLIALP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALTERACOES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       FD  ALTERACOES-PENDENTES
           LABEL RECORD IS STANDARD.
           COPY CLIALP.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-RUNLOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-DATA-RELATORIO      PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-ANTERIOR       PICTURE 9(08)  VALUE ZEROS.
       01  WRK-QTDE-IMPRESSA       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-STATUS-ALTERACOES   PICTURE X(02)  VALUE SPACES.
       01  WRK-QTDE-ALTERACOES     PICTURE 9(04)  VALUE ZEROS.

       01  CAB-01.
           05  FILLER               PICTURE X(26)  VALUE
       01  DET-SEM-ANTERIOR.
           05  FILLER               PICTURE X(35)  VALUE
               "NENHUMA EXECUCAO ANTERIOR NO LOG".
       01  CAB-ALTERACOES.
           05  FILLER               PICTURE X(45)  VALUE
               "ALTERACOES CADASTRAIS PENDENTES DE APROVACAO".
       01  CAB-ALT-COLUNAS.
           05  FILLER               PICTURE X(09)  VALUE "PEDIDO".
           05  FILLER               PICTURE X(09)  VALUE "SOLICIT.".
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(11)  VALUE "CAMPO".
           05  FILLER               PICTURE X(20)  VALUE "ANTES".
           05  FILLER               PICTURE X(19)  VALUE "DEPOIS".
       01  DET-ALTERACAO.
           05  DET-ALT-DATA         PICTURE 9(08).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALT-OPERADOR     PICTURE X(08).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALT-CHAVE        PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALT-CAMPO        PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALT-ANTES        PICTURE X(19).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALT-DEPOIS       PICTURE X(19).
       01  DET-SEM-ALTERACOES.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUMA ALTERACAO CADASTRAL PENDENTE".
       01  TOT-ALTERACOES.
           05  FILLER               PICTURE X(22)  VALUE
               "TOTAL DE PENDENTES:".
           05  TOT-ALT-QTDE-ED      PICTURE ZZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
               PERFORM 3000-IMPRIME-DATA
           END-IF.

           PERFORM 4000-IMPRIME-ALTERACOES.

           CLOSE RELATORIO.

           STOP RUN.
           IF WRK-QTDE-IMPRESSA IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-PASSOS
           END-IF.

      *---- ALTERACOES CADASTRAIS PEDIDAS NO CLIMANT QUE NINGUEM
      *---- APROVOU NEM RECUSOU ATE O FIM DO DIA, DE QUALQUER DATA

       4000-IMPRIME-ALTERACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-ALTERACOES.

           MOVE ZEROS TO WRK-QTDE-ALTERACOES.
           OPEN INPUT ALTERACOES-PENDENTES.
           IF WRK-STATUS-ALTERACOES = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ ALTERACOES-PENDENTES
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ALP-STATUS = "P"
                               PERFORM 4100-IMPRIME-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALTERACOES-PENDENTES
           END-IF.

           IF WRK-QTDE-ALTERACOES IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-ALTERACOES
           ELSE
               MOVE WRK-QTDE-ALTERACOES TO TOT-ALT-QTDE-ED
               WRITE LINHA-RELATORIO FROM TOT-ALTERACOES
           END-IF.

       4100-IMPRIME-ALTERACAO.
           IF WRK-QTDE-ALTERACOES IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM CAB-ALT-COLUNAS
           END-IF.
           ADD 1 TO WRK-QTDE-ALTERACOES.

           MOVE ALP-DATA         TO DET-ALT-DATA
           MOVE ALP-OPERADOR     TO DET-ALT-OPERADOR
           MOVE ALP-CHAVE        TO DET-ALT-CHAVE
           EVALUATE ALP-TIPO
               WHEN "S"
                   MOVE "SALDO"      TO DET-ALT-CAMPO
               WHEN "T"
                   MOVE "TIPO-CONTA" TO DET-ALT-CAMPO
               WHEN "I"
                   MOVE "SITUACAO"   TO DET-ALT-CAMPO
               WHEN "D"
                   MOVE "DOCUMENTO"  TO DET-ALT-CAMPO
               WHEN "E"
                   MOVE "ENCERRA"    TO DET-ALT-CAMPO
               WHEN OTHER
                   MOVE ALP-TIPO     TO DET-ALT-CAMPO
           END-EVALUATE
           MOVE ALP-VALOR-ANTES  TO DET-ALT-ANTES
           MOVE ALP-VALOR-DEPOIS TO DET-ALT-DEPOIS
           WRITE LINHA-RELATORIO FROM DET-ALTERACAO.

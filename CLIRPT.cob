      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIRPT.
      * RELATORIO IMPRESSO DE EXTRATO A PARTIR DO CADASTRO MESTRE,
      * CLASSIFICADO POR AGENCIA (CM-AGENCIA) E CHAVE: CADA AGENCIA
      * COMECA EM PAGINA NOVA E FECHA COM O SEU TOTAL, ANTES DO TOTAL
      * GERAL; O NOME DA AGENCIA VEM DO CADASTRO DE AGENCIAS (CLIAGE)
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

           SELECT SORT-CLIENTES ASSIGN TO "SORTWK".

       DATA                DIVISION.
       FILE                SECTION.
       SD  SORT-CLIENTES.
       01  REG-SORT.
           05  SRT-AGENCIA          PICTURE 9(04).
           05  SRT-CHAVE            PICTURE X(10).
           05  SRT-NOME             PICTURE X(20).
           05  SRT-SALDO            PICTURE S9(10)  COMP-3.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-TOTAL-PAGINA        PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-GERAL         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-ED            PICTURE Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-STATUS-AGENCIAS     PICTURE X(02)  VALUE SPACES.
       01  WRK-AGENCIAS-DISPONIVEL PICTURE X(01)  VALUE "N".
           88  WRK-AGENCIAS-DISPONIVEL-SIM        VALUE "S".
       01  WRK-FIM-SORT            PICTURE X(01)  VALUE "N".
           88  WRK-FIM-SORT-SIM                   VALUE "S".
       01  WRK-AGENCIA-ATUAL       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-PRIMEIRA-AGENCIA    PICTURE X(01)  VALUE "S".
           88  WRK-PRIMEIRA-AGENCIA-SIM           VALUE "S".
       01  WRK-TOTAL-AGENCIA       PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-QTDE-AGENCIA        PICTURE 9(07)  VALUE ZEROS.

       01  CAB-01.
           05  FILLER               PICTURE X(20)  VALUE
           05  FILLER               PICTURE X(10)  VALUE "PAGINA ".
           05  CAB-PAGINA           PICTURE ZZZ9.

       01  CAB-AGENCIA.
           05  FILLER               PICTURE X(09)  VALUE "AGENCIA ".
           05  CAB-AGENCIA-COD      PICTURE 9(04).
           05  FILLER               PICTURE X(03)  VALUE " - ".
           05  CAB-AGENCIA-NOME     PICTURE X(24).

       01  CAB-02.
           05  FILLER               PICTURE X(20)  VALUE "CLIENTE".
           05  FILLER               PICTURE X(40)  VALUE
               "TOTAL DA PAGINA".
           05  TOT-PAGINA-ED        PICTURE Z.ZZZ.ZZZ.ZZ9,99.

       01  TOT-AGENCIA.
           05  FILLER               PICTURE X(14)  VALUE
               "TOTAL AGENCIA ".
           05  TOT-AGENCIA-COD      PICTURE 9(04).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  TOT-AGENCIA-ED       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  TOT-AGENCIA-QTDE     PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(07)  VALUE " CONTAS".

       01  TOT-GERAL.
           05  FILLER               PICTURE X(20)  VALUE
               "TOTAL GERAL".
           OPEN INPUT  CLIENTES-MASTER
           OPEN OUTPUT RELATORIO.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "00"
               MOVE "S" TO WRK-AGENCIAS-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - STATUS "
                   WRK-STATUS-AGENCIAS " - RELATORIO SEM NOMES"
           END-IF.

           SORT SORT-CLIENTES
               ON ASCENDING KEY SRT-AGENCIA SRT-CHAVE
               INPUT PROCEDURE IS 0500-SELECIONA-CLIENTES
               OUTPUT PROCEDURE IS 0600-EMITE-RELATORIO.

           CLOSE CLIENTES-MASTER
           CLOSE RELATORIO.
           IF WRK-AGENCIAS-DISPONIVEL-SIM
               CLOSE AGENCIAS
           END-IF.

           STOP RUN.

      *---- LE O MESTRE NA ORDEM DA CHAVE E SOLTA CADA CONTA PARA A
      *---- CLASSIFICACAO POR AGENCIA; AGENCIA NAO NUMERICA (REGISTRO
      *---- ANTIGO) ENTRA COMO ZERO - SEM AGENCIA

       0500-SELECIONA-CLIENTES.
           PERFORM 1000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               MOVE CM-AGENCIA TO SRT-AGENCIA
               IF CM-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS  TO SRT-AGENCIA
               END-IF
               MOVE CM-CHAVE   TO SRT-CHAVE
               MOVE CM-NOME    TO SRT-NOME
               MOVE CM-SALDO   TO SRT-SALDO
               RELEASE REG-SORT
               PERFORM 1000-LER-PROXIMO
           END-PERFORM.

      *---- CADA AGENCIA COMECA EM PAGINA NOVA; NA TROCA DE AGENCIA
      *---- SAI O TOTAL DA AGENCIA ANTERIOR

       0600-EMITE-RELATORIO.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 1100-PROXIMO-CLASSIFICADO.
           PERFORM UNTIL WRK-FIM-SORT-SIM
               IF WRK-PRIMEIRA-AGENCIA-SIM OR
                       SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
                   PERFORM 2500-QUEBRA-AGENCIA
               END-IF
               IF WRK-LINHAS-PAGINA = ZEROS OR
                  WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS-PAGINA
                   PERFORM 2000-NOVA-PAGINA
               END-IF
               PERFORM 3000-IMPRIME-DETALHE
               PERFORM 1100-PROXIMO-CLASSIFICADO
           END-PERFORM.

           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 3500-TOTAL-PAGINA
               PERFORM 3600-TOTAL-AGENCIA
           END-IF.

           PERFORM 4000-TOTAL-GERAL.

       1000-LER-PROXIMO.
           READ CLIENTES-MASTER NEXT RECORD
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1100-PROXIMO-CLASSIFICADO.
           RETURN SORT-CLIENTES
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2000-NOVA-PAGINA.
           IF WRK-LINHAS-PAGINA NOT = ZEROS
               PERFORM 3500-TOTAL-PAGINA
           END-IF.

           ADD 1 TO WRK-NUM-PAGINA.
           MOVE WRK-NUM-PAGINA TO CAB-PAGINA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           WRITE LINHA-RELATORIO FROM CAB-AGENCIA.
           WRITE LINHA-RELATORIO FROM CAB-02.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-LINHAS-PAGINA.
           MOVE ZEROS TO WRK-TOTAL-PAGINA.

      *---- FECHA A AGENCIA ANTERIOR (TOTAL DA ULTIMA PAGINA E TOTAL
      *---- DA AGENCIA), MONTA O CABECALHO DA NOVA E FORCA PAGINA NOVA

       2500-QUEBRA-AGENCIA.
           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 3500-TOTAL-PAGINA
               PERFORM 3600-TOTAL-AGENCIA
           END-IF.

           MOVE "N"         TO WRK-PRIMEIRA-AGENCIA.
           MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE ZEROS       TO WRK-TOTAL-AGENCIA WRK-QTDE-AGENCIA
                               WRK-LINHAS-PAGINA.

           MOVE SRT-AGENCIA TO CAB-AGENCIA-COD.
           EVALUATE TRUE
               WHEN SRT-AGENCIA = ZEROS
                   MOVE "SEM AGENCIA" TO CAB-AGENCIA-NOME
               WHEN NOT WRK-AGENCIAS-DISPONIVEL-SIM
                   MOVE SPACES TO CAB-AGENCIA-NOME
               WHEN OTHER
                   MOVE SRT-AGENCIA TO AGE-CODIGO
                   READ AGENCIAS
                       INVALID KEY
                           MOVE "AGENCIA NAO CADASTRADA"
                               TO CAB-AGENCIA-NOME
                       NOT INVALID KEY
                           MOVE AGE-NOME TO CAB-AGENCIA-NOME
                   END-READ
           END-EVALUATE.

       3000-IMPRIME-DETALHE.
           MOVE SRT-NOME       TO DET-NOME
           MOVE SRT-SALDO      TO DET-SALDO-ED
           WRITE LINHA-RELATORIO FROM DET-01.

           ADD 1          TO WRK-LINHAS-PAGINA
           ADD 1          TO WRK-QTDE-AGENCIA
           ADD SRT-SALDO  TO WRK-TOTAL-PAGINA
           ADD SRT-SALDO  TO WRK-TOTAL-AGENCIA
           ADD SRT-SALDO  TO WRK-TOTAL-GERAL.

       3500-TOTAL-PAGINA.
           MOVE WRK-TOTAL-PAGINA TO TOT-PAGINA-ED.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM TOT-PAGINA.

       3600-TOTAL-AGENCIA.
           MOVE WRK-AGENCIA-ATUAL TO TOT-AGENCIA-COD.
           MOVE WRK-TOTAL-AGENCIA TO TOT-AGENCIA-ED.
           MOVE WRK-QTDE-AGENCIA  TO TOT-AGENCIA-QTDE.
           WRITE LINHA-RELATORIO FROM TOT-AGENCIA.

       4000-TOTAL-GERAL.
           MOVE WRK-TOTAL-GERAL TO TOT-GERAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

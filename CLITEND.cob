      * LISTA OS ULTIMOS DOZE FECHAMENTOS DO HISTORICO ACUMULADO
      * (CLIHIST) COM A VARIACAO MES A MES, E FECHA COM UMA SECAO DE
      * EXCECAO APONTANDO AS CONTAS CUJO SALDO CAIU MAIS QUE O
      * PERCENTUAL DE CORTE INFORMADO ENTRE OS DOIS ULTIMOS PERIODOS.
      * AS CONTAS SAEM CLASSIFICADAS POR AGENCIA (CM-AGENCIA), COM
      * CABECALHO E TOTAL DE CADA AGENCIA; A SECAO DE EXCECAO TRAZ A
      * AGENCIA DE CADA CONTA
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
           05  SRT-REGISTRO         PICTURE X(80).

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
       01  WRK-STATUS-HISTORICO    PICTURE X(02)  VALUE SPACES.

       01  WRK-PCT-CORTE           PICTURE 9(03)  VALUE ZEROS.

       01  WRK-STATUS-AGENCIAS     PICTURE X(02)  VALUE SPACES.
       01  WRK-AGENCIAS-DISPONIVEL PICTURE X(01)  VALUE "N".
           88  WRK-AGENCIAS-DISPONIVEL-SIM        VALUE "S".
       01  WRK-FIM-SORT            PICTURE X(01)  VALUE "N".
           88  WRK-FIM-SORT-SIM                   VALUE "S".
       01  WRK-AGENCIA-ATUAL       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-PRIMEIRA-AGENCIA    PICTURE X(01)  VALUE "S".
           88  WRK-PRIMEIRA-AGENCIA-SIM           VALUE "S".
       01  WRK-AGE-CONTAS          PICTURE 9(07)  VALUE ZEROS.
       01  WRK-AGE-COM-HISTORICO   PICTURE 9(07)  VALUE ZEROS.
       01  WRK-AGE-EXCECOES        PICTURE 9(05)  VALUE ZEROS.
       01  WRK-AGE-FECHAMENTO      PICTURE S9(12) COMP-3 VALUE ZEROS.

      *----ULTIMOS DOZE FECHAMENTOS DA CONTA CORRENTE; QUANDO A
      *----TABELA ENCHE OS MAIS ANTIGOS SAEM PELO INICIO
       01  WRK-TAB-HISTORICO.

       01  WRK-TAB-EXCECAO.
           05  WRK-EXC-ENT OCCURS 200 TIMES.
               10  WRK-EXC-AGENCIA  PICTURE 9(04).
               10  WRK-EXC-CHAVE    PICTURE X(10).
               10  WRK-EXC-NOME     PICTURE X(20).
               10  WRK-EXC-PCT      PICTURE 9(03)V99 COMP-3.
               "TENDENCIA DE SALDOS - ULTIMOS 12".
           05  FILLER               PICTURE X(12)  VALUE
               "FECHAMENTOS".
       01  CAB-AGENCIA.
           05  FILLER               PICTURE X(09)  VALUE "AGENCIA ".
           05  CAB-AGENCIA-COD      PICTURE 9(04).
           05  FILLER               PICTURE X(03)  VALUE " - ".
           05  CAB-AGENCIA-NOME     PICTURE X(24).
       01  TOT-AGENCIA-1.
           05  FILLER               PICTURE X(14)  VALUE
               "TOTAL AGENCIA ".
           05  TOT-AGENCIA-COD      PICTURE 9(04).
           05  FILLER               PICTURE X(10)  VALUE " - CONTAS ".
           05  TOT-AGENCIA-CONTAS   PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(17)  VALUE
               "  COM HISTORICO ".
           05  TOT-AGENCIA-HIST     PICTURE ZZZ.ZZ9.
       01  TOT-AGENCIA-2.
           05  FILLER               PICTURE X(18)  VALUE SPACES.
           05  FILLER               PICTURE X(22)  VALUE
               "SOMA ULT. FECHAMENTOS ".
           05  TOT-AGENCIA-FECH-ED  PICTURE -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(11)  VALUE
               "  EXCECOES ".
           05  TOT-AGENCIA-EXC      PICTURE ZZ.ZZ9.
       01  CAB-CONTA.
           05  FILLER               PICTURE X(06)  VALUE "CONTA ".
           05  CAB-CHAVE            PICTURE X(10).
           05  CAB-EXC-PCT          PICTURE ZZ9.
           05  FILLER               PICTURE X(10)  VALUE " POR CENTO".
       01  DET-EXCECAO.
           05  DET-EXC-AGENCIA      PICTURE 9(04).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-EXC-CHAVE        PICTURE X(10).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-EXC-NOME         PICTURE X(20).
           OPEN INPUT  CLIENTES-MASTER
           OPEN OUTPUT RELATORIO.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "00"
               MOVE "S" TO WRK-AGENCIAS-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - STATUS "
                   WRK-STATUS-AGENCIAS " - RELATORIO SEM NOMES"
           END-IF.

           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-CLIENTES
               ON ASCENDING KEY SRT-AGENCIA SRT-CHAVE
               INPUT PROCEDURE IS 0500-SELECIONA-CONTAS
               OUTPUT PROCEDURE IS 0600-ANALISA-CONTAS.

           PERFORM 5000-SECAO-EXCECAO.

           CLOSE CLIENTES-MASTER
           CLOSE RELATORIO.
           IF WRK-AGENCIAS-DISPONIVEL-SIM
               CLOSE AGENCIAS
           END-IF.

           STOP RUN.

      *---- SOLTA O REGISTRO INTEIRO DE CADA CONTA PARA A
      *---- CLASSIFICACAO POR AGENCIA; AGENCIA NAO NUMERICA (REGISTRO
      *---- ANTIGO) ENTRA COMO ZERO - SEM AGENCIA

       0500-SELECIONA-CONTAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               MOVE CM-AGENCIA TO SRT-AGENCIA
               IF CM-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS  TO SRT-AGENCIA
               END-IF
               MOVE CM-CHAVE   TO SRT-CHAVE
               MOVE CLIENTES-MASTER-RECORD TO SRT-REGISTRO
               RELEASE REG-SORT
               PERFORM 1000-LER-PROXIMO
           END-PERFORM.

      *---- DEVOLVE AS CONTAS NA ORDEM DE AGENCIA E CHAVE PARA A AREA
      *---- DO MESTRE E ANALISA CADA UMA; NA TROCA DE AGENCIA SAI O
      *---- TOTAL DA ANTERIOR E O CABECALHO DA NOVA

       0600-ANALISA-CONTAS.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT-SIM
               RETURN SORT-CLIENTES
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF WRK-PRIMEIRA-AGENCIA-SIM OR
                               SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
                           PERFORM 1500-QUEBRA-AGENCIA
                       END-IF
                       MOVE SRT-REGISTRO TO CLIENTES-MASTER-RECORD
                       PERFORM 2000-ANALISA-CONTA
               END-RETURN
           END-PERFORM.

           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 1600-TOTAL-AGENCIA
           END-IF.

       1000-LER-PROXIMO.
           READ CLIENTES-MASTER NEXT RECORD
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *---- FECHA A AGENCIA ANTERIOR E ABRE A NOVA COM O NOME DO
      *---- CADASTRO DE AGENCIAS

       1500-QUEBRA-AGENCIA.
           IF NOT WRK-PRIMEIRA-AGENCIA-SIM
               PERFORM 1600-TOTAL-AGENCIA
           END-IF.

           MOVE "N"         TO WRK-PRIMEIRA-AGENCIA.
           MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE ZEROS       TO WRK-AGE-CONTAS WRK-AGE-COM-HISTORICO
                               WRK-AGE-EXCECOES WRK-AGE-FECHAMENTO.

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
           WRITE LINHA-RELATORIO FROM CAB-AGENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       1600-TOTAL-AGENCIA.
           MOVE WRK-AGENCIA-ATUAL     TO TOT-AGENCIA-COD.
           MOVE WRK-AGE-CONTAS        TO TOT-AGENCIA-CONTAS.
           MOVE WRK-AGE-COM-HISTORICO TO TOT-AGENCIA-HIST.
           MOVE WRK-AGE-FECHAMENTO    TO TOT-AGENCIA-FECH-ED.
           MOVE WRK-AGE-EXCECOES      TO TOT-AGENCIA-EXC.
           WRITE LINHA-RELATORIO FROM TOT-AGENCIA-1.
           WRITE LINHA-RELATORIO FROM TOT-AGENCIA-2.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *---- CARREGA OS ULTIMOS DOZE FECHAMENTOS DA CONTA E IMPRIME A
      *---- SERIE COM A VARIACAO CONTRA O FECHAMENTO ANTERIOR

       2000-ANALISA-CONTA.
           PERFORM 3000-CARREGA-HISTORICO.
           ADD 1 TO WRK-AGE-CONTAS.

           MOVE CM-CHAVE TO CAB-CHAVE
           MOVE CM-NOME  TO CAB-NOME
           END-IF.

           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.
           ADD 1 TO WRK-AGE-COM-HISTORICO.

           MOVE ZEROS TO WRK-FECH-ANTERIOR.
           PERFORM VARYING WRK-IND FROM 1 BY 1

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD WRK-FECH-ANTERIOR TO WRK-AGE-FECHAMENTO.

           PERFORM 4000-AVALIA-QUEDA.

               / WRK-FECH-ANTERIOR.

           IF WRK-QUEDA-PCT IS GREATER THAN WRK-PCT-CORTE
               ADD 1 TO WRK-AGE-EXCECOES
               IF WRK-QTDE-EXC < 200
                   ADD 1 TO WRK-QTDE-EXC
                   MOVE WRK-AGENCIA-ATUAL TO
                       WRK-EXC-AGENCIA (WRK-QTDE-EXC)
                   MOVE CM-CHAVE      TO
                       WRK-EXC-CHAVE (WRK-QTDE-EXC)
                   MOVE CM-NOME       TO

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-EXC
               MOVE WRK-EXC-AGENCIA (WRK-IND) TO DET-EXC-AGENCIA
               MOVE WRK-EXC-CHAVE (WRK-IND) TO DET-EXC-CHAVE
               MOVE WRK-EXC-NOME (WRK-IND)  TO DET-EXC-NOME
               MOVE WRK-EXC-PCT (WRK-IND)   TO DET-EXC-PCT

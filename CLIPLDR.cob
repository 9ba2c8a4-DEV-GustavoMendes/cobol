      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIPLDR.
      * RELATORIO DE ALERTAS DE PREVENCAO A LAVAGEM DE DINHEIRO COM
      * PRAZO VENCIDO - PERCORRE O CLIPLA E LISTA OS ALERTAS AINDA EM
      * ABERTO CUJO PRAZO DE DECISAO (PLA-DATA-PRAZO) JA PASSOU DA
      * DATA DE PROCESSAMENTO, COM OS DIAS DE ATRASO. VALORES EM BRL.
      * NENHUM ARQUIVO E ATUALIZADO; ALERTA VENCIDO DEVOLVE CONDITION
      * CODE 4 PARA FICAR VISIVEL NA CADEIA
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO "CLIPLA"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PLA-ID
               FILE STATUS    IS WRK-STATUS-ALERTAS.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO "CLIPLDR.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY CLIPLA.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-ALERTAS      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-DATA-PROCESSO       PICTURE 9(08)  VALUE ZEROS.
       01  WRK-PROCESSO-INT        PICTURE 9(07)  VALUE ZEROS.
       01  WRK-DIAS-ATRASO         PICTURE 9(05)  VALUE ZEROS.
       01  WRK-QTDE-ABERTOS        PICTURE 9(05)  VALUE ZEROS.
       01  WRK-QTDE-VENCIDOS       PICTURE 9(05)  VALUE ZEROS.
       01  WRK-TOTAL-VENCIDOS      PICTURE S9(13) COMP-3 VALUE ZEROS.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "PLD - ALERTAS EM ABERTO COM PRAZO VENCID".
           05  FILLER               PICTURE X(05)  VALUE "O EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(15)  VALUE "ALERTA".
           05  FILLER               PICTURE X(11)  VALUE "REGRA".
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(17)  VALUE
               "        VALOR BRL".
           05  FILLER               PICTURE X(09)  VALUE " PRAZO".
           05  FILLER               PICTURE X(07)  VALUE " ATRASO".
       01  DET-VENCIDO.
           05  DET-DATA             PICTURE 9(08).
           05  FILLER               PICTURE X(01)  VALUE "-".
           05  DET-SEQUENCIA        PICTURE 9(05).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-REGRA            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VALOR-ED         PICTURE ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-PRAZO            PICTURE 9(08).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ATRASO-ED        PICTURE ZZZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DOCUMENTO        PICTURE 9(14).
       01  DET-SEM-VENCIDOS.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUM ALERTA EM ABERTO COM PRAZO VENCID".
           05  FILLER               PICTURE X(01)  VALUE "O".
       01  DET-TOTAIS.
           05  FILLER               PICTURE X(20)  VALUE
               "ALERTAS EM ABERTO: ".
           05  DET-TOT-ABERTOS      PICTURE ZZ.ZZ9.
           05  FILLER               PICTURE X(14)  VALUE
               "  VENCIDOS: ".
           05  DET-TOT-VENCIDOS     PICTURE ZZ.ZZ9.
           05  FILLER               PICTURE X(09)  VALUE
               "  VALOR: ".
           05  DET-TOT-VALOR-ED     PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1000-LE-PARAMETROS.

           OPEN INPUT ALERTAS.
           IF WRK-STATUS-ALERTAS = "35"
               DISPLAY "ARQUIVO DE ALERTAS AINDA NAO CRIADO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-STATUS-ALERTAS NOT = "00"
               DISPLAY "ARQUIVO DE ALERTAS INDISPONIVEL - STATUS "
                   WRK-STATUS-ALERTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.

           MOVE WRK-DATA-PROCESSO TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PLA-SITUACAO = "A"
                           PERFORM 2000-AVALIA-ALERTA
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-QTDE-VENCIDOS IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-VENCIDOS
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTDE-ABERTOS   TO DET-TOT-ABERTOS.
           MOVE WRK-QTDE-VENCIDOS  TO DET-TOT-VENCIDOS.
           MOVE WRK-TOTAL-VENCIDOS TO DET-TOT-VALOR-ED.
           WRITE LINHA-RELATORIO FROM DET-TOTAIS.

           CLOSE ALERTAS.
           CLOSE RELATORIO.

           DISPLAY "ALERTAS EM ABERTO: " WRK-QTDE-ABERTOS
               " COM PRAZO VENCIDO: " WRK-QTDE-VENCIDOS.

           IF WRK-QTDE-VENCIDOS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *---- O ATRASO E CONTADO CONTRA A DATA DE PROCESSAMENTO DO LOTE,
      *---- A MESMA QUE O CLIPLDM USA PARA FIXAR O PRAZO

       1000-LE-PARAMETROS.
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

           MOVE PRM-DATA-PROCESSO TO WRK-DATA-PROCESSO.
           COMPUTE WRK-PROCESSO-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).

       2000-AVALIA-ALERTA.
           ADD 1 TO WRK-QTDE-ABERTOS.

           IF PLA-DATA-PRAZO IS NOT LESS THAN WRK-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-VENCIDOS.
           ADD PLA-VALOR-BRL TO WRK-TOTAL-VENCIDOS.
           COMPUTE WRK-DIAS-ATRASO = WRK-PROCESSO-INT -
               FUNCTION INTEGER-OF-DATE (PLA-DATA-PRAZO).

           MOVE PLA-DATA            TO DET-DATA
           MOVE PLA-SEQUENCIA       TO DET-SEQUENCIA
           MOVE PLA-REGRA           TO DET-REGRA
           MOVE PLA-CHAVE           TO DET-CHAVE
           MOVE PLA-VALOR-BRL       TO DET-VALOR-ED
           MOVE PLA-DATA-PRAZO      TO DET-PRAZO
           MOVE WRK-DIAS-ATRASO     TO DET-ATRASO-ED
           MOVE PLA-DOCUMENTO       TO DET-DOCUMENTO
           WRITE LINHA-RELATORIO FROM DET-VENCIDO.

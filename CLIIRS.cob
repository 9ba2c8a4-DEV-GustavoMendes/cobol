      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIIRS.
      * RESUMO MENSAL DO IMPOSTO DE RENDA RETIDO NA FONTE SOBRE JUROS
      * - LE AS RETENCOES DO PERIODO NO CLIIRF (GRAVADAS PELO
      * CLIJUROS) E LISTA O IMPOSTO POR CONTA, POR DOCUMENTO (CPF OU
      * CNPJ DO TITULAR) E O TOTAL EM BRL A RECOLHER NA GUIA DO
      * PERIODO. PERIODO ZERO = MES DO FECHAMENTO DOS PARAMETROS
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RETENCOES-IR ASSIGN TO "CLIIRF"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RETENCOES.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO "CLIIRS.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  RETENCOES-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRF.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-RETENCOES    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-PERIODO             PICTURE 9(06)  VALUE ZEROS.
       01  WRK-PERIODO-R REDEFINES WRK-PERIODO.
           05  WRK-PERIODO-ANO     PICTURE 9(04).
           05  WRK-PERIODO-MES     PICTURE 9(02).

       01  WRK-QTDE-RETENCOES      PICTURE 9(07)  VALUE ZEROS.
       01  WRK-TOTAL-RENDIMENTO    PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-IMPOSTO       PICTURE S9(13) COMP-3 VALUE ZEROS.

      *----ACUMULADO POR DOCUMENTO, MANTIDO EM ORDEM DE DOCUMENTO NA
      *----INSERCAO (O CLIIRF ESTA EM ORDEM DE CONTA)
       01  WRK-TAB-DOCUMENTOS.
           05  WRK-DOC-ENT OCCURS 1000 TIMES.
               10  WRK-DOC-NUMERO     PICTURE 9(14).
               10  WRK-DOC-QTDE       PICTURE 9(05).
               10  WRK-DOC-RENDIMENTO PICTURE S9(13) COMP-3.
               10  WRK-DOC-IMPOSTO    PICTURE S9(13) COMP-3.
       01  WRK-QTDE-DOC            PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND                 PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND-2               PICTURE 9(04)  VALUE ZEROS.
       01  WRK-DOC-CHEIA           PICTURE X(01)  VALUE "N".
           88  WRK-DOC-CHEIA-SIM                  VALUE "S".

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "IMPOSTO DE RENDA RETIDO SOBRE JUROS - PE".
           05  FILLER               PICTURE X(07)  VALUE "RIODO ".
           05  CAB-PERIODO          PICTURE 9(06).
       01  CAB-CONTAS.
           05  FILLER               PICTURE X(40)  VALUE
               "RETENCOES POR CONTA".
       01  CAB-COLUNAS-CONTA.
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER               PICTURE X(04)  VALUE "MOE".
           05  FILLER               PICTURE X(08)  VALUE "ALIQ".
           05  FILLER               PICTURE X(14)  VALUE "RENDIMENTO".
           05  FILLER               PICTURE X(13)  VALUE "IMPOSTO".
           05  FILLER               PICTURE X(13)  VALUE "IMPOSTO BRL".
       01  DET-CONTA.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DOCUMENTO        PICTURE 9(14).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOEDA            PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ALIQUOTA-ED      PICTURE 9,9999.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RENDIMENTO-ED    PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-IMPOSTO-ED       PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-IMPOSTO-BRL-ED   PICTURE ZZ.ZZZ.ZZZ.ZZ9.
       01  CAB-DOCUMENTOS.
           05  FILLER               PICTURE X(40)  VALUE
               "RETENCOES POR DOCUMENTO (BRL)".
       01  CAB-COLUNAS-DOC.
           05  FILLER               PICTURE X(16)  VALUE "DOCUMENTO".
           05  FILLER               PICTURE X(07)  VALUE "QTDE".
           05  FILLER               PICTURE X(20)  VALUE
               "RENDIMENTO".
           05  FILLER               PICTURE X(20)  VALUE "IMPOSTO".
       01  DET-DOCUMENTO-LINHA.
           05  DET-DOC-NUMERO       PICTURE 9(14).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-DOC-QTDE-ED      PICTURE ZZZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-DOC-RENDIMENTO-ED PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-DOC-IMPOSTO-ED   PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-TOTAL.
           05  FILLER               PICTURE X(16)  VALUE
               "TOTAL A RECOLHER".
           05  DET-TOT-QTDE-ED      PICTURE ZZZZZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-TOT-RENDIMENTO-ED PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-TOT-IMPOSTO-ED   PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-SEM-RETENCAO.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUMA RETENCAO NO PERIODO".
       01  DET-DOC-OMITIDOS.
           05  FILLER               PICTURE X(40)  VALUE
               "ATENCAO: TABELA DE DOCUMENTOS CHEIA - DO".
           05  FILLER               PICTURE X(32)  VALUE
               "CUMENTOS EXCEDENTES NAO LISTADOS".

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "PERIODO (AAAAMM, ZERO = MES DO FECHAMENTO) "
               ACCEPT WRK-PERIODO.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WRK-PERIODO IS EQUAL TO ZERO
               PERFORM 1050-LE-PARAMETROS
           END-IF.

           IF WRK-PERIODO-MES IS LESS THAN 1 OR
                   WRK-PERIODO-MES IS GREATER THAN 12
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETENCOES-IR.
           IF WRK-STATUS-RETENCOES NOT = "00"
               DISPLAY "ARQUIVO DE RETENCOES DE IR AUSENTE - STATUS "
                   WRK-STATUS-RETENCOES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-PERIODO TO CAB-PERIODO.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-CONTAS.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-CONTA.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               IF IRF-PERIODO = WRK-PERIODO
                   PERFORM 3000-TRATA-RETENCAO
               END-IF
               PERFORM 2000-LER-PROXIMO
           END-PERFORM.

           CLOSE RETENCOES-IR.

           IF WRK-QTDE-RETENCOES IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-RETENCAO
           END-IF.

           PERFORM 5000-IMPRIME-DOCUMENTOS.

           CLOSE RELATORIO.

           DISPLAY "RETENCOES DO PERIODO: " WRK-QTDE-RETENCOES.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      *---- SEM PERIODO DIGITADO VALE O MES DA DATA DE FECHAMENTO DOS
      *---- PARAMETROS OU, SEM ELA, O DA DATA DE PROCESSAMENTO - O
      *---- MESMO CRITERIO DO CLIJUROS AO GRAVAR A RETENCAO

       1050-LE-PARAMETROS.
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

           IF PRM-DATA-FECHAMENTO IS NUMERIC AND
                   PRM-DATA-FECHAMENTO IS NOT EQUAL TO ZERO
               MOVE PRM-DATA-FECHAMENTO (1:6) TO WRK-PERIODO
           ELSE
               IF PRM-DATA-PROCESSO IS NUMERIC
                   MOVE PRM-DATA-PROCESSO (1:6) TO WRK-PERIODO
               END-IF
           END-IF.

       2000-LER-PROXIMO.
           READ RETENCOES-IR
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       3000-TRATA-RETENCAO.
           ADD 1 TO WRK-QTDE-RETENCOES.
           ADD IRF-RENDIMENTO-BRL TO WRK-TOTAL-RENDIMENTO.
           ADD IRF-IMPOSTO-BRL    TO WRK-TOTAL-IMPOSTO.

           MOVE IRF-CHAVE         TO DET-CHAVE
           MOVE IRF-DOCUMENTO     TO DET-DOCUMENTO
           MOVE IRF-MOEDA         TO DET-MOEDA
           MOVE IRF-ALIQUOTA      TO DET-ALIQUOTA-ED
           MOVE IRF-RENDIMENTO    TO DET-RENDIMENTO-ED
           MOVE IRF-IMPOSTO       TO DET-IMPOSTO-ED
           MOVE IRF-IMPOSTO-BRL   TO DET-IMPOSTO-BRL-ED
           WRITE LINHA-RELATORIO FROM DET-CONTA.

           PERFORM 3100-ACUMULA-DOCUMENTO.

      *---- PROCURA O DOCUMENTO NA TABELA; DOCUMENTO NOVO E INSERIDO
      *---- NA POSICAO DE ORDEM, DESLOCANDO OS MAIORES

       3100-ACUMULA-DOCUMENTO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-DOC
               IF WRK-DOC-NUMERO (WRK-IND) = IRF-DOCUMENTO
                   ADD 1 TO WRK-DOC-QTDE (WRK-IND)
                   ADD IRF-RENDIMENTO-BRL TO
                       WRK-DOC-RENDIMENTO (WRK-IND)
                   ADD IRF-IMPOSTO-BRL TO WRK-DOC-IMPOSTO (WRK-IND)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WRK-QTDE-DOC IS NOT LESS THAN 1000
               IF NOT WRK-DOC-CHEIA-SIM
                   DISPLAY "TABELA DE DOCUMENTOS CHEIA - DOCUMENTOS "
                       "EXCEDENTES NAO LISTADOS"
                   MOVE "S" TO WRK-DOC-CHEIA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-QTDE-DOC TO WRK-IND-2.
           PERFORM UNTIL WRK-IND-2 IS EQUAL TO ZERO OR
                   WRK-DOC-NUMERO (WRK-IND-2) IS LESS THAN
                   IRF-DOCUMENTO
               COMPUTE WRK-IND = WRK-IND-2 + 1
               MOVE WRK-DOC-ENT (WRK-IND-2) TO WRK-DOC-ENT (WRK-IND)
               SUBTRACT 1 FROM WRK-IND-2
           END-PERFORM.

           COMPUTE WRK-IND = WRK-IND-2 + 1.
           MOVE IRF-DOCUMENTO      TO WRK-DOC-NUMERO (WRK-IND)
           MOVE 1                  TO WRK-DOC-QTDE (WRK-IND)
           MOVE IRF-RENDIMENTO-BRL TO WRK-DOC-RENDIMENTO (WRK-IND)
           MOVE IRF-IMPOSTO-BRL    TO WRK-DOC-IMPOSTO (WRK-IND)
           ADD 1 TO WRK-QTDE-DOC.

       5000-IMPRIME-DOCUMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-DOCUMENTOS.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-DOC.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-DOC
               MOVE WRK-DOC-NUMERO (WRK-IND)     TO DET-DOC-NUMERO
               MOVE WRK-DOC-QTDE (WRK-IND)       TO DET-DOC-QTDE-ED
               MOVE WRK-DOC-RENDIMENTO (WRK-IND) TO
                   DET-DOC-RENDIMENTO-ED
               MOVE WRK-DOC-IMPOSTO (WRK-IND)    TO DET-DOC-IMPOSTO-ED
               WRITE LINHA-RELATORIO FROM DET-DOCUMENTO-LINHA
           END-PERFORM.

           IF WRK-DOC-CHEIA-SIM
               WRITE LINHA-RELATORIO FROM DET-DOC-OMITIDOS
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTDE-RETENCOES   TO DET-TOT-QTDE-ED
           MOVE WRK-TOTAL-RENDIMENTO TO DET-TOT-RENDIMENTO-ED
           MOVE WRK-TOTAL-IMPOSTO    TO DET-TOT-IMPOSTO-ED
           WRITE LINHA-RELATORIO FROM DET-TOTAL.

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIIRM.
      * MANUTENCAO DA TABELA DE ALIQUOTAS DE IMPOSTO DE RENDA RETIDO
      * NA FONTE SOBRE JUROS (CLIIRT) - GRAVA UMA ALIQUOTA POR TIPO
      * DE CONTA, INDICADOR DE ISENCAO E DATA DE VIGENCIA, COMO O
      * CLITXMNT FAZ COM AS TAXAS DE CAMBIO; O CLIJUROS USA A VIGENCIA
      * MAIS RECENTE ATE A DATA DE REFERENCIA DOS JUROS. GRAVAR EXIGE
      * NIVEL SUPERVISOR E FICA NO LOG DE MANUTENCAO (CLIMLG); A ACAO 2
      * EMITE A LISTAGEM DA TABELA INTEIRA
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ALIQUOTAS-IR ASSIGN TO "CLIIRT"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALIQUOTAS.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT RELATORIO ASSIGN TO "CLIIRT.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ALIQUOTAS-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRT.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-ALIQUOTAS PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO PICTURE X(02)  VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-ACAO             PICTURE 9      VALUE ZERO.
           88  WRK-ACAO-GRAVAR             VALUE 1.
           88  WRK-ACAO-LISTAR             VALUE 2.
       01  WRK-TIPO-CONTA       PICTURE 9      VALUE ZERO.
       01  WRK-ISENTO           PICTURE X(01)  VALUE SPACES.
       01  WRK-VIGENCIA-NOVA    PICTURE 9(08)  VALUE ZEROS.
       01  WRK-ALIQUOTA-NOVA    PICTURE 9V9999 VALUE ZEROS.
       01  WRK-ENTRADA-VALIDA   PICTURE X(01)  VALUE "N".
           88  WRK-ENTRADA-VALIDA-SIM      VALUE "S".
       01  WRK-FIM-ALIQUOTAS    PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ALIQUOTAS-SIM       VALUE "S".
       01  WRK-QTDE-LISTADAS    PICTURE 9(05)  VALUE ZEROS.

       01  WRK-OPERADOR         PICTURE X(08)  VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK             VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM      VALUE "S".

       01  WRK-ALIQUOTA-ED      PICTURE 9,9999.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "TABELA DE ALIQUOTAS DE IR SOBRE JUROS".
       01  CAB-02.
           05  FILLER               PICTURE X(06)  VALUE "TIPO".
           05  FILLER               PICTURE X(08)  VALUE "ISENTA".
           05  FILLER               PICTURE X(10)  VALUE "VIGENCIA".
           05  FILLER               PICTURE X(10)  VALUE "ALIQUOTA".
       01  DET-01.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-TIPO             PICTURE 9.
           05  FILLER               PICTURE X(06)  VALUE SPACES.
           05  DET-ISENTO           PICTURE X(01).
           05  FILLER               PICTURE X(04)  VALUE SPACES.
           05  DET-VIGENCIA         PICTURE 9(08).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-ALIQUOTA-ED      PICTURE 9,9999.
       01  DET-SEM-ALIQUOTA.
           05  FILLER               PICTURE X(30)  VALUE
               "NENHUMA ALIQUOTA CADASTRADA".

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "ACAO (1-GRAVAR ALIQUOTA,2-LISTAGEM DA TABELA) ? "
               ACCEPT WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO-GRAVAR
                   PERFORM 0500-ACEITA-OPERADOR
                   IF RETURN-CODE IS EQUAL TO ZERO
                       PERFORM 1000-ACEITA-TIPO
                       PERFORM 1100-ACEITA-ISENCAO
                       PERFORM 2000-ACEITA-VIGENCIA
                       PERFORM 3000-ACEITA-ALIQUOTA
                       PERFORM 4000-GRAVA-ALIQUOTA
                       PERFORM 4100-GRAVA-LOG
                   END-IF
               WHEN WRK-ACAO-LISTAR
                   PERFORM 6000-LISTA-TABELA
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *---- A ALIQUOTA MUDA O IMPOSTO RETIDO DE TODAS AS CONTAS DO
      *---- TIPO: SO SUPERVISOR CADASTRADO E ATIVO GRAVA

       0500-ACEITA-OPERADOR.
           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.

           PERFORM 0600-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "ALIQUOTA DE IR REQUER NIVEL SUPERVISOR"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0600-VALIDA-OPERADOR.
           MOVE "N"   TO WRK-OPERADOR-OK-SW.
           MOVE ZEROS TO WRK-OPERADOR-NIVEL.

           OPEN INPUT OPERADORES.
           IF WRK-STATUS-OPERADORES NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - STATUS "
                   WRK-STATUS-OPERADORES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-OPERADORES.
           PERFORM UNTIL WRK-FIM-OPERADORES-SIM
               READ OPERADORES
                   AT END
                       MOVE "S" TO WRK-FIM-OPERADORES
                   NOT AT END
                       IF OPE-ID = WRK-OPERADOR
                           IF OPE-ATIVO = "S"
                               MOVE "S" TO WRK-OPERADOR-OK-SW
                               MOVE OPE-NIVEL TO WRK-OPERADOR-NIVEL
                           END-IF
                           MOVE "S" TO WRK-FIM-OPERADORES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERADORES.

       1000-ACEITA-TIPO.
           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "(1-FISICA,2-JURIDICA,3-POUPANCA,4-CONJUNTA) ? "
                   ACCEPT WRK-TIPO-CONTA
               IF WRK-TIPO-CONTA IS LESS THAN 1 OR
                       WRK-TIPO-CONTA IS GREATER THAN 4
                   DISPLAY "TIPO DE CONTA INVALIDO - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       1100-ACEITA-ISENCAO.
           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "CONTAS ISENTAS (S) OU NAO ISENTAS (N) ? "
                   ACCEPT WRK-ISENTO
               IF WRK-ISENTO NOT = "S" AND WRK-ISENTO NOT = "N"
                   DISPLAY "INDICADOR INVALIDO - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       2000-ACEITA-VIGENCIA.
           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "DATA DE VIGENCIA (AAAAMMDD) "
               ACCEPT WRK-VIGENCIA-NOVA
               IF WRK-VIGENCIA-NOVA IS NOT NUMERIC OR
                       WRK-VIGENCIA-NOVA IS EQUAL TO ZERO
                   DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

      *---- ALIQUOTA E DIGITADA SEM VIRGULA (4 CASAS DECIMAIS
      *---- IMPLICITAS, PIC 9V9999) - EX: DIGITAR 01500 PARA 15%.
      *---- ZERO E ACEITO: ZERA A RETENCAO A PARTIR DA VIGENCIA

       3000-ACEITA-ALIQUOTA.
           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "DIGITE A ALIQUOTA, SEM VIRGULA "
               DISPLAY "(4 CASAS DECIMAIS - EX: 01500 = 0,1500) "
               ACCEPT WRK-ALIQUOTA-NOVA
               IF WRK-ALIQUOTA-NOVA IS NOT NUMERIC
                   DISPLAY "ALIQUOTA INVALIDA - DIGITE APENAS NUMEROS"
               ELSE
                   IF WRK-ALIQUOTA-NOVA IS NOT LESS THAN 1
                       DISPLAY "ALIQUOTA DEVE SER MENOR QUE 1,0000"
                   ELSE
                       MOVE "S" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       4000-GRAVA-ALIQUOTA.
           OPEN EXTEND ALIQUOTAS-IR.
           IF WRK-STATUS-ALIQUOTAS NOT = "00"
               OPEN OUTPUT ALIQUOTAS-IR
           END-IF.

           MOVE WRK-TIPO-CONTA     TO IRT-TIPO-CONTA
           MOVE WRK-ISENTO         TO IRT-ISENTO
           MOVE WRK-VIGENCIA-NOVA  TO IRT-DATA-VIGENCIA
           MOVE WRK-ALIQUOTA-NOVA  TO IRT-ALIQUOTA

           WRITE REG-ALIQUOTA-IR.

           CLOSE ALIQUOTAS-IR.

           DISPLAY "ALIQUOTA GRAVADA: TIPO " IRT-TIPO-CONTA
               " ISENTA " IRT-ISENTO " VIGENCIA " IRT-DATA-VIGENCIA.

      *---- O LOG GUARDA QUEM GRAVOU, A CHAVE DA ALIQUOTA (TIPO E
      *---- INDICADOR) E A VIGENCIA COM A ALIQUOTA NOVA

       4100-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND LOG-MANUTENCAO.
           IF WRK-STATUS-LOG NOT = "00"
               OPEN OUTPUT LOG-MANUTENCAO
           END-IF.

           MOVE SPACES                 TO LOG-CHAVE
           MOVE WRK-TIPO-CONTA         TO LOG-CHAVE (1:1)
           MOVE WRK-ISENTO             TO LOG-CHAVE (2:1)
           MOVE "ALIQ-IR"              TO LOG-ACAO
           MOVE "ALIQUOTA-IR"          TO LOG-CAMPO
           MOVE WRK-VIGENCIA-NOVA      TO LOG-VALOR-ANTES
           MOVE WRK-ALIQUOTA-NOVA      TO WRK-ALIQUOTA-ED
           MOVE WRK-ALIQUOTA-ED        TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

           CLOSE LOG-MANUTENCAO.

      *---- LISTAGEM DA TABELA NA ORDEM EM QUE FOI GRAVADA

       6000-LISTA-TABELA.
           OPEN OUTPUT RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-01.
           WRITE LINHA-RELATORIO FROM CAB-02.

           MOVE ZEROS TO WRK-QTDE-LISTADAS.
           OPEN INPUT ALIQUOTAS-IR.
           IF WRK-STATUS-ALIQUOTAS = "00"
               MOVE "N" TO WRK-FIM-ALIQUOTAS
               PERFORM UNTIL WRK-FIM-ALIQUOTAS-SIM
                   READ ALIQUOTAS-IR
                       AT END
                           MOVE "S" TO WRK-FIM-ALIQUOTAS
                       NOT AT END
                           ADD 1 TO WRK-QTDE-LISTADAS
                           MOVE IRT-TIPO-CONTA    TO DET-TIPO
                           MOVE IRT-ISENTO        TO DET-ISENTO
                           MOVE IRT-DATA-VIGENCIA TO DET-VIGENCIA
                           MOVE IRT-ALIQUOTA      TO DET-ALIQUOTA-ED
                           WRITE LINHA-RELATORIO FROM DET-01
                   END-READ
               END-PERFORM
               CLOSE ALIQUOTAS-IR
           END-IF.

           IF WRK-QTDE-LISTADAS IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-ALIQUOTA
           END-IF.

           CLOSE RELATORIO.

           DISPLAY "LISTAGEM DA TABELA EMITIDA - " WRK-QTDE-LISTADAS
               " ALIQUOTAS".

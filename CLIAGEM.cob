      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIAGEM.
      * MANUTENCAO DO CADASTRO DE AGENCIAS (CLIAGE) - INCLUI OU ALTERA
      * UMA AGENCIA (NOME, GERENTE E SITUACAO), CONSULTA E EMITE A
      * LISTAGEM DO CADASTRO; INCLUSAO E ALTERACAO EXIGEM NIVEL
      * SUPERVISOR E CADA CAMPO ALTERADO E GRAVADO NO LOG DE
      * MANUTENCAO (CLIMLG), COMO NO CLICHQM. O GERENTE PRECISA SER
      * OPERADOR CADASTRADO E ATIVO NO CLIOPE. AGENCIA NAO E APAGADA:
      * INATIVADA, DEIXA DE RECEBER CONTAS
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT RELATORIO ASSIGN TO "CLIAGE.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-AGENCIAS  PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO PICTURE X(02)  VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08)  VALUE SPACES.
       01  WRK-GERENTE-OK-SW    PICTURE X(01)  VALUE "N".
           88  WRK-GERENTE-OK                VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-ACAO             PICTURE 9      VALUE ZERO.
           88  WRK-ACAO-GRAVAR             VALUE 1.
           88  WRK-ACAO-CONSULTAR          VALUE 2.
           88  WRK-ACAO-LISTAR             VALUE 3.
       01  WRK-CODIGO           PICTURE 9(04)  VALUE ZEROS.
       01  WRK-AGENCIA-EXISTE   PICTURE X(01)  VALUE "N".
           88  WRK-AGENCIA-EXISTE-SIM        VALUE "S".
       01  WRK-ENTRADA-VALIDA   PICTURE X(01)  VALUE "N".
           88  WRK-ENTRADA-VALIDA-SIM        VALUE "S".
       01  WRK-NOME-NOVO        PICTURE X(20)  VALUE SPACES.
       01  WRK-GERENTE-NOVO     PICTURE X(08)  VALUE SPACES.
       01  WRK-ATIVA-NOVA       PICTURE X(01)  VALUE SPACES.
       01  WRK-NOME-ANTES       PICTURE X(20)  VALUE SPACES.
       01  WRK-GERENTE-ANTES    PICTURE X(08)  VALUE SPACES.
       01  WRK-ATIVA-ANTES      PICTURE X(01)  VALUE SPACES.
       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.
       01  WRK-LOG-ACAO         PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-CAMPO        PICTURE X(15)  VALUE SPACES.
       01  WRK-FIM-AGENCIAS     PICTURE X(01)  VALUE "N".
           88  WRK-FIM-AGENCIAS-SIM          VALUE "S".
       01  WRK-QTDE-LISTADAS    PICTURE 9(05)  VALUE ZEROS.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "CADASTRO DE AGENCIAS".
       01  CAB-02.
           05  FILLER               PICTURE X(08)  VALUE "CODIGO".
           05  FILLER               PICTURE X(22)  VALUE "NOME".
           05  FILLER               PICTURE X(10)  VALUE "GERENTE".
           05  FILLER               PICTURE X(06)  VALUE "ATIVA".
       01  DET-01.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-CODIGO           PICTURE 9(04).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-NOME             PICTURE X(20).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-GERENTE          PICTURE X(08).
           05  FILLER               PICTURE X(04)  VALUE SPACES.
           05  DET-ATIVA            PICTURE X(01).
       01  DET-SEM-AGENCIA.
           05  FILLER               PICTURE X(30)  VALUE
               "NENHUMA AGENCIA CADASTRADA".

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "AGENCIAS (1-INCLUIR/ALTERAR,2-CONSULTAR,"
               "3-LISTAGEM DO CADASTRO) ? "
               ACCEPT WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO-GRAVAR
                   DISPLAY "DIGITE O CODIGO DO OPERADOR "
                       ACCEPT WRK-OPERADOR
                   PERFORM 1100-VALIDA-OPERADOR
                   IF NOT WRK-OPERADOR-OK
                       DISPLAY "OPERADOR INVALIDO OU INATIVO"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WRK-OPERADOR-NIVEL IS LESS THAN 2
                           DISPLAY "CADASTRO DE AGENCIAS REQUER "
                               "NIVEL SUPERVISOR"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM 1000-ABRIR-ARQUIVOS
                           PERFORM 2000-GRAVA-AGENCIA
                           PERFORM 9000-FECHAR-ARQUIVOS
                       END-IF
                   END-IF
               WHEN WRK-ACAO-CONSULTAR
                   PERFORM 3000-CONSULTA-AGENCIA
               WHEN WRK-ACAO-LISTAR
                   PERFORM 6000-LISTA-CADASTRO
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "35"
               OPEN OUTPUT AGENCIAS
               CLOSE AGENCIAS
               OPEN I-O AGENCIAS
           END-IF.

           OPEN EXTEND LOG-MANUTENCAO.
           IF WRK-STATUS-LOG NOT = "00"
               OPEN OUTPUT LOG-MANUTENCAO
           END-IF.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

       1100-VALIDA-OPERADOR.
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

      *---- O GERENTE DA AGENCIA TAMBEM PRECISA ESTAR CADASTRADO E
      *---- ATIVO NO CADASTRO DE OPERADORES

       1200-VALIDA-GERENTE.
           MOVE "N" TO WRK-GERENTE-OK-SW.

           OPEN INPUT OPERADORES.
           IF WRK-STATUS-OPERADORES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-OPERADORES.
           PERFORM UNTIL WRK-FIM-OPERADORES-SIM
               READ OPERADORES
                   AT END
                       MOVE "S" TO WRK-FIM-OPERADORES
                   NOT AT END
                       IF OPE-ID = WRK-GERENTE-NOVO
                           IF OPE-ATIVO = "S"
                               MOVE "S" TO WRK-GERENTE-OK-SW
                           END-IF
                           MOVE "S" TO WRK-FIM-OPERADORES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERADORES.

      *---- INCLUSAO OU ALTERACAO: CODIGO ZERO E RESERVADO (SEM
      *---- AGENCIA); AGENCIA JA EXISTENTE E REGRAVADA COM OS NOVOS
      *---- VALORES E CADA CAMPO ALTERADO GERA UMA LINHA DE LOG

       2000-GRAVA-AGENCIA.
           DISPLAY "CODIGO DA AGENCIA (4 DIGITOS) "
               ACCEPT WRK-CODIGO.
           IF WRK-CODIGO IS NOT NUMERIC OR
                   WRK-CODIGO IS EQUAL TO ZERO
               DISPLAY "CODIGO DE AGENCIA INVALIDO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-AGENCIA-EXISTE.
           MOVE WRK-CODIGO TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-AGENCIA-EXISTE
           END-READ.

           IF WRK-AGENCIA-EXISTE-SIM
               MOVE AGE-NOME    TO WRK-NOME-ANTES
               MOVE AGE-GERENTE TO WRK-GERENTE-ANTES
               MOVE AGE-ATIVA   TO WRK-ATIVA-ANTES
               DISPLAY "AGENCIA " AGE-CODIGO " - " AGE-NOME
                   " GERENTE " AGE-GERENTE " ATIVA " AGE-ATIVA
           ELSE
               MOVE SPACES TO WRK-NOME-ANTES WRK-GERENTE-ANTES
                              WRK-ATIVA-ANTES
           END-IF.

           DISPLAY "NOME DA AGENCIA "
               ACCEPT WRK-NOME-NOVO.
           IF WRK-NOME-NOVO = SPACES
               DISPLAY "NOME EM BRANCO - AGENCIA NAO GRAVADA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "OPERADOR GERENTE DA AGENCIA "
               ACCEPT WRK-GERENTE-NOVO.
           PERFORM 1200-VALIDA-GERENTE.
           IF NOT WRK-GERENTE-OK
               DISPLAY "GERENTE NAO CADASTRADO OU INATIVO - AGENCIA "
                   "NAO GRAVADA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "AGENCIA ATIVA (S/N) ? "
               ACCEPT WRK-ATIVA-NOVA
               IF WRK-ATIVA-NOVA NOT = "S" AND WRK-ATIVA-NOVA NOT = "N"
                   DISPLAY "INDICADOR INVALIDO - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

           MOVE WRK-CODIGO         TO AGE-CODIGO
           MOVE WRK-NOME-NOVO      TO AGE-NOME
           MOVE WRK-GERENTE-NOVO   TO AGE-GERENTE
           MOVE WRK-ATIVA-NOVA     TO AGE-ATIVA

           IF WRK-AGENCIA-EXISTE-SIM
               REWRITE AGENCIA-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR AGENCIA - STATUS "
                           WRK-STATUS-AGENCIAS
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "ALT-AGE" TO WRK-LOG-ACAO
           ELSE
               WRITE AGENCIA-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR AGENCIA - STATUS "
                           WRK-STATUS-AGENCIAS
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "INC-AGE" TO WRK-LOG-ACAO
           END-IF.

           PERFORM 2500-LOGA-AGENCIA.

           DISPLAY "AGENCIA " AGE-CODIGO " GRAVADA".

      *---- UMA LINHA DE LOG POR CAMPO ALTERADO (NA INCLUSAO, TODOS)

       2500-LOGA-AGENCIA.
           IF WRK-NOME-NOVO NOT = WRK-NOME-ANTES OR
                   NOT WRK-AGENCIA-EXISTE-SIM
               MOVE "NOME-AGENCIA"   TO WRK-LOG-CAMPO
               MOVE WRK-NOME-ANTES   TO WRK-VALOR-ANTES-ED
               MOVE WRK-NOME-NOVO    TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-GERENTE-NOVO NOT = WRK-GERENTE-ANTES OR
                   NOT WRK-AGENCIA-EXISTE-SIM
               MOVE "GERENTE-AGENC"  TO WRK-LOG-CAMPO
               MOVE WRK-GERENTE-ANTES TO WRK-VALOR-ANTES-ED
               MOVE WRK-GERENTE-NOVO TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-ATIVA-NOVA NOT = WRK-ATIVA-ANTES OR
                   NOT WRK-AGENCIA-EXISTE-SIM
               MOVE "SITUACAO-AGENC" TO WRK-LOG-CAMPO
               MOVE WRK-ATIVA-ANTES  TO WRK-VALOR-ANTES-ED
               MOVE WRK-ATIVA-NOVA   TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

      *---- MOSTRA OS DADOS DE UMA AGENCIA

       3000-CONSULTA-AGENCIA.
           DISPLAY "CODIGO DA AGENCIA (4 DIGITOS) "
               ACCEPT WRK-CODIGO.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS NOT = "00"
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - STATUS "
                   WRK-STATUS-AGENCIAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CODIGO TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   DISPLAY "AGENCIA NAO CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "AGENCIA...........: " AGE-CODIGO
                   DISPLAY "NOME..............: " AGE-NOME
                   DISPLAY "GERENTE...........: " AGE-GERENTE
                   DISPLAY "ATIVA.............: " AGE-ATIVA
           END-READ.

           CLOSE AGENCIAS.

      *---- GRAVA UM REGISTRO NO LOG DE MANUTENCAO

       5000-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE SPACES                 TO LOG-CHAVE
           MOVE WRK-CODIGO             TO LOG-CHAVE (1:4)
           MOVE WRK-LOG-ACAO           TO LOG-ACAO
           MOVE WRK-LOG-CAMPO          TO LOG-CAMPO
           MOVE WRK-VALOR-ANTES-ED     TO LOG-VALOR-ANTES
           MOVE WRK-VALOR-DEPOIS-ED    TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

      *---- LISTAGEM DO CADASTRO NA ORDEM DO CODIGO

       6000-LISTA-CADASTRO.
           OPEN OUTPUT RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-01.
           WRITE LINHA-RELATORIO FROM CAB-02.

           MOVE ZEROS TO WRK-QTDE-LISTADAS.
           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "00"
               MOVE "N" TO WRK-FIM-AGENCIAS
               PERFORM UNTIL WRK-FIM-AGENCIAS-SIM
                   READ AGENCIAS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-AGENCIAS
                       NOT AT END
                           ADD 1 TO WRK-QTDE-LISTADAS
                           MOVE AGE-CODIGO  TO DET-CODIGO
                           MOVE AGE-NOME    TO DET-NOME
                           MOVE AGE-GERENTE TO DET-GERENTE
                           MOVE AGE-ATIVA   TO DET-ATIVA
                           WRITE LINHA-RELATORIO FROM DET-01
                   END-READ
               END-PERFORM
               CLOSE AGENCIAS
           END-IF.

           IF WRK-QTDE-LISTADAS IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-AGENCIA
           END-IF.

           CLOSE RELATORIO.

           DISPLAY "LISTAGEM DO CADASTRO EMITIDA - " WRK-QTDE-LISTADAS
               " AGENCIAS".

       9000-FECHAR-ARQUIVOS.
           CLOSE AGENCIAS.
           CLOSE LOG-MANUTENCAO.

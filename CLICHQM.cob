      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICHQM.
      * MANUTENCAO DOS LIMITES DE CHEQUE ESPECIAL (CLICHQ) - CONCEDE
      * OU ALTERA O LIMITE DE UMA CONTA (VALOR NA MOEDA DA CONTA,
      * TAXA MENSAL E VIGENCIA), CANCELA E CONSULTA; CONCESSAO,
      * ALTERACAO E CANCELAMENTO EXIGEM NIVEL SUPERVISOR, QUE FICA
      * GRAVADO COMO APROVADOR DO LIMITE, E TODA ALTERACAO E GRAVADA
      * NO LOG DE MANUTENCAO (CLIMLG), COMO NO CLIBLQM
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT CHEQUE-ESPECIAL ASSIGN TO "CLICHQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CHQ-CHAVE
               FILE STATUS    IS WRK-STATUS-CHEQUE.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-CHEQUE    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08)  VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-DATA-HOJE        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-ACAO             PICTURE 9      VALUE ZERO.
           88  WRK-ACAO-CONCEDER           VALUE 1.
           88  WRK-ACAO-CANCELAR           VALUE 2.
           88  WRK-ACAO-CONSULTAR          VALUE 3.
       01  WRK-LIMITE-EXISTE    PICTURE X(01)  VALUE "N".
           88  WRK-LIMITE-EXISTE-SIM         VALUE "S".
       01  WRK-VALOR-LIMITE     PICTURE S9(10) SIGN LEADING SEPARATE.
       01  WRK-TAXA-MENSAL      PICTURE 9V9999 VALUE ZEROS.
       01  WRK-DATA-INICIO      PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-FIM         PICTURE 9(08)  VALUE ZEROS.
       01  WRK-VALOR-VALIDO     PICTURE X(01)  VALUE "N".
           88  WRK-VALOR-VALIDO-SIM          VALUE "S".
       01  WRK-LIMITE-ANTES     PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-TAXA-ANTES       PICTURE 9V9999 VALUE ZEROS.
       01  WRK-INICIO-ANTES     PICTURE 9(08)  VALUE ZEROS.
       01  WRK-FIM-ANTES        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-SITUACAO-ANTES   PICTURE X(01)  VALUE SPACES.
       01  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-ACUM-ED          PICTURE -ZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01  WRK-TAXA-ED          PICTURE 9,9999.
       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.
       01  WRK-LOG-ACAO         PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-CAMPO        PICTURE X(15)  VALUE SPACES.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8)   TO WRK-DATA-HOJE.

           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.

           PERFORM 1100-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               PERFORM 9000-FECHAR-ARQUIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CHEQUE ESPECIAL (1-CONCEDER/ALTERAR,2-CANCELAR,"
               "3-CONSULTAR) ? "
               ACCEPT WRK-ACAO.
           DISPLAY "DIGITE A CHAVE DO CLIENTE "
               ACCEPT CM-CHAVE.

           EVALUATE TRUE
               WHEN WRK-ACAO-CONCEDER
                   IF WRK-OPERADOR-NIVEL IS LESS THAN 2
                       DISPLAY "LIMITE DE CHEQUE ESPECIAL REQUER "
                           "NIVEL SUPERVISOR"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 2000-CONCEDE-LIMITE
                   END-IF
               WHEN WRK-ACAO-CANCELAR
                   IF WRK-OPERADOR-NIVEL IS LESS THAN 2
                       DISPLAY "CANCELAMENTO REQUER NIVEL SUPERVISOR"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 3000-CANCELA-LIMITE
                   END-IF
               WHEN WRK-ACAO-CONSULTAR
                   PERFORM 4000-CONSULTA-LIMITE
               WHEN OTHER
                   DISPLAY "ACAO DE MANUTENCAO INVALIDA"
           END-EVALUATE.

           PERFORM 9000-FECHAR-ARQUIVOS.

           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE = "35"
               OPEN OUTPUT CHEQUE-ESPECIAL
               CLOSE CHEQUE-ESPECIAL
               OPEN I-O CHEQUE-ESPECIAL
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

      *---- CONCESSAO OU ALTERACAO DO LIMITE: A CONTA PRECISA EXISTIR
      *---- E NAO ESTAR ENCERRADA NEM BLOQUEADA; LIMITE JA EXISTENTE
      *---- (MESMO CANCELADO) E REGRAVADO COM OS NOVOS VALORES, SEM
      *---- MEXER NO SALDO DEVEDOR ACUMULADO AINDA NAO COBRADO. CADA
      *---- CAMPO ALTERADO GERA UMA LINHA NO LOG DE MANUTENCAO

       2000-CONCEDE-LIMITE.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "E" OR CM-SITUACAO = "B"
               DISPLAY "CONTA ENCERRADA OU BLOQUEADA NAO RECEBE "
                   "CHEQUE ESPECIAL"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-LIMITE-EXISTE.
           MOVE CM-CHAVE TO CHQ-CHAVE.
           READ CHEQUE-ESPECIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-LIMITE-EXISTE
           END-READ.

           IF WRK-LIMITE-EXISTE-SIM
               MOVE CHQ-LIMITE      TO WRK-LIMITE-ANTES
               MOVE CHQ-TAXA-MENSAL TO WRK-TAXA-ANTES
               MOVE CHQ-DATA-INICIO TO WRK-INICIO-ANTES
               MOVE CHQ-DATA-FIM    TO WRK-FIM-ANTES
               MOVE CHQ-SITUACAO    TO WRK-SITUACAO-ANTES
           ELSE
               MOVE ZEROS  TO WRK-LIMITE-ANTES WRK-TAXA-ANTES
                              WRK-INICIO-ANTES WRK-FIM-ANTES
               MOVE SPACES TO WRK-SITUACAO-ANTES
           END-IF.

           PERFORM 2100-ACEITA-LIMITE.
           PERFORM 2200-ACEITA-TAXA.

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, 0=HOJE) "
               ACCEPT WRK-DATA-INICIO.
           IF WRK-DATA-INICIO IS NOT NUMERIC OR
                   WRK-DATA-INICIO IS EQUAL TO ZERO
               MOVE WRK-DATA-HOJE TO WRK-DATA-INICIO
           END-IF.

           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0=SEM VENCIMENTO) "
               ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-FIM IS NOT EQUAL TO ZERO AND
                   WRK-DATA-FIM IS LESS THAN WRK-DATA-INICIO
               DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO - LIMITE "
                   "NAO GRAVADO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHAVE           TO CHQ-CHAVE
           MOVE WRK-VALOR-LIMITE   TO CHQ-LIMITE
           MOVE WRK-TAXA-MENSAL    TO CHQ-TAXA-MENSAL
           MOVE WRK-DATA-INICIO    TO CHQ-DATA-INICIO
           MOVE WRK-DATA-FIM       TO CHQ-DATA-FIM
           MOVE WRK-OPERADOR       TO CHQ-APROVADOR
           MOVE "A"                TO CHQ-SITUACAO

           IF WRK-LIMITE-EXISTE-SIM
               REWRITE CHEQUE-ESPECIAL-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR LIMITE - STATUS "
                           WRK-STATUS-CHEQUE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "ALT-CHQ" TO WRK-LOG-ACAO
           ELSE
               MOVE ZEROS TO CHQ-SALDO-DEVEDOR-ACUM CHQ-DIAS-DEVEDOR
                             CHQ-DATA-ULT-ACUM CHQ-DATA-ULT-COBRANCA
                             CHQ-ULTIMOS-JUROS
               WRITE CHEQUE-ESPECIAL-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR LIMITE - STATUS "
                           WRK-STATUS-CHEQUE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "INC-CHQ" TO WRK-LOG-ACAO
           END-IF.

           PERFORM 2500-LOGA-CONCESSAO.

           DISPLAY "LIMITE DE CHEQUE ESPECIAL GRAVADO".

       2100-ACEITA-LIMITE.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM UNTIL WRK-VALOR-VALIDO-SIM
               DISPLAY "VALOR DO LIMITE (NA MOEDA DA CONTA) "
               ACCEPT WRK-VALOR-LIMITE
               IF WRK-VALOR-LIMITE IS NOT NUMERIC OR
                       WRK-VALOR-LIMITE IS NOT GREATER THAN ZERO
                   DISPLAY "VALOR INVALIDO - DIGITE UM VALOR POSITIVO"
               ELSE
                   MOVE "S" TO WRK-VALOR-VALIDO
               END-IF
           END-PERFORM.

      *---- TAXA E DIGITADA SEM VIRGULA (4 CASAS DECIMAIS IMPLICITAS,
      *---- PIC 9V9999) - EX: DIGITAR 00800 PARA 0,0800 (8% AO MES)

       2200-ACEITA-TAXA.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM UNTIL WRK-VALOR-VALIDO-SIM
               DISPLAY "TAXA MENSAL, SEM VIRGULA "
               DISPLAY "(4 CASAS DECIMAIS - EX: 00800 = 0,0800) "
               ACCEPT WRK-TAXA-MENSAL
               IF WRK-TAXA-MENSAL IS NOT NUMERIC
                   DISPLAY "TAXA INVALIDA - DIGITE APENAS NUMEROS"
               ELSE
                   MOVE "S" TO WRK-VALOR-VALIDO
               END-IF
           END-PERFORM.

      *---- UMA LINHA DE LOG POR CAMPO ALTERADO (NA CONCESSAO, TODOS);
      *---- REATIVACAO DE LIMITE CANCELADO TAMBEM FICA REGISTRADA

       2500-LOGA-CONCESSAO.
           IF WRK-VALOR-LIMITE NOT = WRK-LIMITE-ANTES OR
                   NOT WRK-LIMITE-EXISTE-SIM
               MOVE "LIMITE-CHQ"     TO WRK-LOG-CAMPO
               MOVE WRK-LIMITE-ANTES TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED     TO WRK-VALOR-ANTES-ED
               MOVE WRK-VALOR-LIMITE TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED     TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-TAXA-MENSAL NOT = WRK-TAXA-ANTES OR
                   NOT WRK-LIMITE-EXISTE-SIM
               MOVE "TAXA-CHQ"       TO WRK-LOG-CAMPO
               MOVE WRK-TAXA-ANTES   TO WRK-TAXA-ED
               MOVE WRK-TAXA-ED      TO WRK-VALOR-ANTES-ED
               MOVE WRK-TAXA-MENSAL  TO WRK-TAXA-ED
               MOVE WRK-TAXA-ED      TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-DATA-INICIO NOT = WRK-INICIO-ANTES OR
                   WRK-DATA-FIM NOT = WRK-FIM-ANTES OR
                   NOT WRK-LIMITE-EXISTE-SIM
               MOVE "VIGENCIA-CHQ"   TO WRK-LOG-CAMPO
               MOVE SPACES           TO WRK-VALOR-ANTES-ED
                                        WRK-VALOR-DEPOIS-ED
               MOVE WRK-INICIO-ANTES TO WRK-VALOR-ANTES-ED (1:8)
               MOVE WRK-FIM-ANTES    TO WRK-VALOR-ANTES-ED (10:8)
               MOVE WRK-DATA-INICIO  TO WRK-VALOR-DEPOIS-ED (1:8)
               MOVE WRK-DATA-FIM     TO WRK-VALOR-DEPOIS-ED (10:8)
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-SITUACAO-ANTES = "C"
               MOVE "SITUACAO-CHQ"   TO WRK-LOG-CAMPO
               MOVE "C"              TO WRK-VALOR-ANTES-ED
               MOVE "A"              TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

      *---- CANCELAMENTO: O REGISTRO NAO E APAGADO, SO MARCADO COMO
      *---- CANCELADO; O SALDO DEVEDOR JA ACUMULADO AINDA E COBRADO
      *---- PELO CLICHQJ NO FECHAMENTO DO MES

       3000-CANCELA-LIMITE.
           MOVE CM-CHAVE TO CHQ-CHAVE.
           READ CHEQUE-ESPECIAL
               INVALID KEY
                   DISPLAY "CONTA SEM LIMITE DE CHEQUE ESPECIAL"
                   EXIT PARAGRAPH
           END-READ.

           IF CHQ-SITUACAO = "C"
               DISPLAY "LIMITE JA CANCELADO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CHQ-LIMITE   TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO WRK-VALOR-ANTES-ED
           MOVE "C"          TO CHQ-SITUACAO
           MOVE SPACES       TO WRK-VALOR-DEPOIS-ED

           REWRITE CHEQUE-ESPECIAL-RECORD.

           MOVE "CAN-CHQ"    TO WRK-LOG-ACAO
           MOVE "LIMITE-CHQ" TO WRK-LOG-CAMPO
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "LIMITE DE CHEQUE ESPECIAL CANCELADO".

      *---- MOSTRA O LIMITE DA CONTA COM VIGENCIA, APROVADOR E O
      *---- SALDO DEVEDOR ACUMULADO DESDE A ULTIMA COBRANCA

       4000-CONSULTA-LIMITE.
           MOVE CM-CHAVE TO CHQ-CHAVE.
           READ CHEQUE-ESPECIAL
               INVALID KEY
                   DISPLAY "CONTA SEM LIMITE DE CHEQUE ESPECIAL"
                   EXIT PARAGRAPH
           END-READ.

           MOVE CHQ-LIMITE TO WRK-VALOR-ED.
           DISPLAY "LIMITE............: " WRK-VALOR-ED.
           MOVE CHQ-TAXA-MENSAL TO WRK-TAXA-ED.
           DISPLAY "TAXA MENSAL.......: " WRK-TAXA-ED.
           DISPLAY "VIGENCIA..........: " CHQ-DATA-INICIO " A "
               CHQ-DATA-FIM.
           DISPLAY "APROVADOR.........: " CHQ-APROVADOR.
           DISPLAY "SITUACAO..........: " CHQ-SITUACAO.
           MOVE CHQ-SALDO-DEVEDOR-ACUM TO WRK-ACUM-ED.
           DISPLAY "SALDO DEVEDOR ACUM: " WRK-ACUM-ED
               " EM " CHQ-DIAS-DEVEDOR " DIAS".
           DISPLAY "ULTIMA COBRANCA...: " CHQ-DATA-ULT-COBRANCA.
           MOVE CHQ-ULTIMOS-JUROS TO WRK-VALOR-ED.
           DISPLAY "ULTIMOS JUROS.....: " WRK-VALOR-ED.

      *---- GRAVA UM REGISTRO NO LOG DE MANUTENCAO

       5000-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE CM-CHAVE               TO LOG-CHAVE
           MOVE WRK-LOG-ACAO           TO LOG-ACAO
           MOVE WRK-LOG-CAMPO          TO LOG-CAMPO
           MOVE WRK-VALOR-ANTES-ED     TO LOG-VALOR-ANTES
           MOVE WRK-VALOR-DEPOIS-ED    TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

       9000-FECHAR-ARQUIVOS.
           CLOSE CLIENTES-MASTER.
           CLOSE CHEQUE-ESPECIAL.
           CLOSE LOG-MANUTENCAO.

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICHQJ.
      * COBRANCA MENSAL DOS JUROS DE CHEQUE ESPECIAL - PARA CADA
      * LIMITE DO CLICHQ COM SALDO DEVEDOR ACUMULADO (CLICHQD), DEBITA
      * DA CONTA OS JUROS DO MES (ACUMULADO X TAXA MENSAL / 30, OU
      * SEJA, A TAXA PRO RATA DIA SOBRE CADA SALDO NEGATIVO DE FIM DE
      * DIA) E GRAVA UM REGISTRO "JUROS-CHQ" NA TRILHA DE AUDITORIA,
      * DE MODO QUE A COBRANCA APARECA NO EXTRATO E SEJA JORNALADA
      * PARA O RAZAO PELO CLIGLJX. OS JUROS SAO DEVIDOS PELO USO JA
      * FEITO DO LIMITE: O DEBITO NAO PASSA PELO PISO DA CONTA E E
      * COBRADO MESMO DE LIMITE JA CANCELADO OU VENCIDO. DEPOIS DA
      * COBRANCA O ACUMULADO E OS DIAS DEVEDORES VOLTAM A ZERO.
      * RODA NO CLIMENSAL DEPOIS DA TARIFA E ANTES DO FECHAMENTO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-ESPECIAL ASSIGN TO "CLICHQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CHQ-CHAVE
               FILE STATUS    IS WRK-STATUS-CHEQUE.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CHEQUE    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK              VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9     VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM       VALUE "S".
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM          VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-DATA-COBRANCA    PICTURE 9(08) VALUE ZEROS.
       01  WRK-SALDO-ANTES      PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-JUROS            PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR         PICTURE 9(07)  VALUE ZEROS.
       01  WRK-CONTADOR-SEM-CONTA PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

      *----CADA COBRANCA DE JUROS RECEBE UM NUMERO DE TRANSACAO DO
      *----NUMERADOR (CLINTR), ORIGEM "CLICHQJ"
       01  WRK-NUM-TRANSACAO.
           05  WRK-NTR-ORIGEM    PICTURE X(08)  VALUE SPACES.
           05  WRK-NTR-SEQUENCIA PICTURE 9(08)  VALUE ZEROS.
       01  WRK-STATUS-NUMERADOR PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-NUMERADOR PICTURE X(01)  VALUE "N".
           88  WRK-FIM-NUMERADOR-SIM        VALUE "S".
       01  WRK-TAB-NUMERADOR.
           05  WRK-NTR-REG       PICTURE X(24) OCCURS 50 TIMES.
       01  WRK-QTDE-NUMERADOR PICTURE 9(02) VALUE ZEROS.
       01  WRK-IND-NUMERADOR PICTURE 9(02)  VALUE ZEROS.
       01  WRK-NTR-IND       PICTURE 9(02)  VALUE ZEROS.

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.

           PERFORM 1025-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "COBRANCA DE JUROS DE CHEQUE ESPECIAL REQUER "
                   "NIVEL SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-LE-PARAMETROS.

      *---- SEM O ARQUIVO DE CHEQUE ESPECIAL NAO HA O QUE COBRAR

           OPEN I-O CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE NOT = "00"
               DISPLAY "ARQUIVO DE CHEQUE ESPECIAL AUSENTE - NADA A "
                   "COBRAR"
               MOVE 0 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1000-ABRIR-ARQUIVOS.

           MOVE "CLICHQJ" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.

           PERFORM 2000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               IF CHQ-SALDO-DEVEDOR-ACUM IS GREATER THAN ZERO
                   PERFORM 3000-COBRA-JUROS
               END-IF
               PERFORM 2000-LER-PROXIMO
           END-PERFORM.

           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 8600-GRAVA-NUMERADOR.

           MOVE WRK-CONTADOR TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS COBRADAS: " WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-SEM-CONTA TO WRK-CONTADOR-ED.
           DISPLAY "LIMITES SEM CONTA ATIVA (NAO COBRADOS): "
               WRK-CONTADOR-ED.

           IF WRK-CONTADOR-SEM-CONTA > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

       1025-VALIDA-OPERADOR.
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

       1000-ABRIR-ARQUIVOS.
           OPEN I-O CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF.

      *---- A DATA DA COBRANCA GRAVADA NO LIMITE E A DATA DE
      *---- FECHAMENTO DO MES (PRM-DATA-FECHAMENTO); SEM ELA, A DATA
      *---- DE PROCESSAMENTO

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
               MOVE PRM-DATA-FECHAMENTO TO WRK-DATA-COBRANCA
           ELSE
               IF PRM-DATA-PROCESSO IS NUMERIC AND
                       PRM-DATA-PROCESSO IS NOT EQUAL TO ZERO
                   MOVE PRM-DATA-PROCESSO TO WRK-DATA-COBRANCA
               ELSE
                   DISPLAY "DATAS INVALIDAS NOS PARAMETROS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LER-PROXIMO.
           READ CHEQUE-ESPECIAL NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *---- JUROS = ACUMULADO X TAXA MENSAL / 30, ARREDONDADO, NA
      *---- MOEDA DA CONTA. CONTA INEXISTENTE OU ENCERRADA NAO RECEBE
      *---- LANCAMENTO: O ACUMULADO FICA PARA A PROXIMA COBRANCA E O
      *---- PASSO TERMINA COM CONDITION CODE 4

       3000-COBRA-JUROS.
           COMPUTE WRK-JUROS ROUNDED =
               CHQ-SALDO-DEVEDOR-ACUM * CHQ-TAXA-MENSAL / 30.

           IF WRK-JUROS IS GREATER THAN ZERO
               MOVE CHQ-CHAVE TO CM-CHAVE
               READ CLIENTES-MASTER
                   INVALID KEY
                       ADD 1 TO WRK-CONTADOR-SEM-CONTA
                       DISPLAY "LIMITE SEM CONTA NO CADASTRO: "
                           CHQ-CHAVE
                       EXIT PARAGRAPH
               END-READ
               IF CM-SITUACAO = "E"
                   ADD 1 TO WRK-CONTADOR-SEM-CONTA
                   DISPLAY "CONTA ENCERRADA COM SALDO DEVEDOR "
                       "ACUMULADO: " CHQ-CHAVE
                   EXIT PARAGRAPH
               END-IF

               ADD 1 TO WRK-NTR-SEQUENCIA
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               SUBTRACT WRK-JUROS FROM CM-SALDO
               REWRITE CLIENTES-MASTER-RECORD
               PERFORM 4000-GRAVA-AUDITORIA
               ADD 1 TO WRK-CONTADOR
           END-IF.

           MOVE WRK-JUROS         TO CHQ-ULTIMOS-JUROS
           MOVE WRK-DATA-COBRANCA TO CHQ-DATA-ULT-COBRANCA
           MOVE ZEROS             TO CHQ-SALDO-DEVEDOR-ACUM
                                     CHQ-DIAS-DEVEDOR

           REWRITE CHEQUE-ESPECIAL-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR LIMITE - STATUS "
                       WRK-STATUS-CHEQUE
           END-REWRITE.

       4000-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE CM-CHAVE                 TO AUD-CHAVE
           MOVE "JUROS-CHQ"              TO AUD-OPERACAO
           MOVE WRK-SALDO-ANTES          TO AUD-SALDO-ANTES
           MOVE CM-SALDO                 TO AUD-SALDO-DEPOIS
           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL

           WRITE AUDIT-TRAIL-RECORD.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLICHQJ"               TO RUN-PASSO
           MOVE WRK-CONTADOR            TO RUN-QTD1
           MOVE WRK-CONTADOR-SEM-CONTA  TO RUN-QTD2
           MOVE ZEROS                   TO RUN-QTD3
           MOVE ZEROS                   TO RUN-QTD4
           MOVE ZEROS                   TO RUN-TOTAL1
           MOVE ZEROS                   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

       9000-FECHAR-ARQUIVOS.
           CLOSE CHEQUE-ESPECIAL.
           CLOSE CLIENTES-MASTER.
           CLOSE AUDITORIA.

      *---- CARREGA O NUMERADOR DE TRANSACOES (CLINTR) EM MEMORIA E
      *---- POSICIONA NA ORIGEM DESTE PROGRAMA (WRK-NTR-ORIGEM); A
      *---- ORIGEM AINDA SEM REGISTRO COMECA DO ZERO

       8500-CARREGA-NUMERADOR.
           MOVE ZEROS TO WRK-QTDE-NUMERADOR WRK-IND-NUMERADOR
                         WRK-NTR-SEQUENCIA.

           OPEN INPUT NUMERADOR.
           IF WRK-STATUS-NUMERADOR = "00"
               MOVE "N" TO WRK-FIM-NUMERADOR
               PERFORM UNTIL WRK-FIM-NUMERADOR-SIM
                   READ NUMERADOR
                       AT END
                           MOVE "S" TO WRK-FIM-NUMERADOR
                       NOT AT END
                           IF WRK-QTDE-NUMERADOR < 50
                               ADD 1 TO WRK-QTDE-NUMERADOR
                               MOVE REG-NUMERADOR TO
                                   WRK-NTR-REG (WRK-QTDE-NUMERADOR)
                               IF NTR-ORIGEM = WRK-NTR-ORIGEM
                                   MOVE WRK-QTDE-NUMERADOR TO
                                       WRK-IND-NUMERADOR
                                   MOVE NTR-ULTIMO-NUMERO TO
                                       WRK-NTR-SEQUENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMERADOR
           END-IF.

           IF WRK-IND-NUMERADOR = ZEROS
               IF WRK-QTDE-NUMERADOR < 50
                   ADD 1 TO WRK-QTDE-NUMERADOR
               END-IF
               MOVE WRK-QTDE-NUMERADOR TO WRK-IND-NUMERADOR
           END-IF.

      *---- DEVOLVE AO NUMERADOR O ULTIMO NUMERO USADO PELA ORIGEM
      *---- DESTE PROGRAMA, REGRAVANDO O ARQUIVO POR INTEIRO

       8600-GRAVA-NUMERADOR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE WRK-NTR-ORIGEM      TO NTR-ORIGEM
           MOVE WRK-NTR-SEQUENCIA   TO NTR-ULTIMO-NUMERO
           MOVE WRK-DATA-HORA (1:8) TO NTR-DATA-ULT-USO
           MOVE REG-NUMERADOR       TO WRK-NTR-REG (WRK-IND-NUMERADOR).

           OPEN OUTPUT NUMERADOR.
           PERFORM VARYING WRK-NTR-IND FROM 1 BY 1
                   UNTIL WRK-NTR-IND > WRK-QTDE-NUMERADOR
               MOVE WRK-NTR-REG (WRK-NTR-IND) TO REG-NUMERADOR
               WRITE REG-NUMERADOR
           END-PERFORM.
           CLOSE NUMERADOR.

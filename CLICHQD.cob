      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICHQD.
      * ACUMULACAO DIARIA DO SALDO DEVEDOR DO CHEQUE ESPECIAL - PARA
      * CADA LIMITE ATIVO DO CLICHQ, SOMA AO ACUMULADO O SALDO
      * NEGATIVO DE FIM DE DIA DA CONTA (CM-SALDO) E CONTA OS DIAS
      * DEVEDORES. O SALDO DE FIM DE DIA VALE ATE O PROXIMO DIA UTIL
      * DO CALENDARIO (CLICAL), ENTAO ENTRA MULTIPLICADO PELOS DIAS
      * CORRIDOS ATE ELE (SEXTA-FEIRA CONTA SABADO E DOMINGO, VESPERA
      * DE FERIADO CONTA O FERIADO), COMO NA TAXA MENSAL / 30 DO
      * CLICHQJ. O ACUMULADO E A BASE DOS JUROS COBRADOS NO FECHAMENTO
      * DO MES PELO CLICHQJ, QUE O ZERA. CADA LIMITE E ACUMULADO UMA
      * UNICA VEZ POR DATA DE PROCESSAMENTO (CHQ-DATA-ULT-ACUM), DE
      * MODO QUE UMA REEXECUCAO DO PASSO NAO CONTA O DIA EM DOBRO.
      * RODA NO CLIBATCH DEPOIS DA RECONCILIACAO FINAL E ANTES DA
      * ROLAGEM DA DATA
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

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT CALENDARIO ASSIGN TO "CLICAL"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CALENDARIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CLICAL.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CHEQUE    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CALENDARIO PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM          VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-DATA-PROCESSO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-PROXIMA-UTIL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DIAS-PESO        PICTURE 9(03) VALUE 1.
       01  WRK-CALENDARIO-FALTA PICTURE X(01) VALUE "N".
           88  WRK-CALENDARIO-FALTA-SIM     VALUE "S".
       01  WRK-SALDO-DEVEDOR    PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-LIDOS   PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-DEVEDORES PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-EXCEDIDOS PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-SEM-CONTA PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1050-LE-PARAMETROS.
           PERFORM 1100-CALCULA-PESO.

      *---- SEM O ARQUIVO DE CHEQUE ESPECIAL NAO HA LIMITE A
      *---- ACUMULAR: O PASSO TERMINA LIMPO

           OPEN I-O CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE NOT = "00"
               DISPLAY "ARQUIVO DE CHEQUE ESPECIAL AUSENTE - NADA A "
                   "ACUMULAR"
               MOVE 0 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               CLOSE CHEQUE-ESPECIAL
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 2000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               ADD 1 TO WRK-CONTADOR-LIDOS
               IF CHQ-SITUACAO = "A" AND
                       CHQ-DATA-ULT-ACUM IS LESS THAN
                       WRK-DATA-PROCESSO
                   PERFORM 3000-ACUMULA-DIA
               END-IF
               PERFORM 2000-LER-PROXIMO
           END-PERFORM.

           CLOSE CHEQUE-ESPECIAL.
           CLOSE CLIENTES-MASTER.

           MOVE WRK-CONTADOR-LIDOS TO WRK-CONTADOR-ED.
           DISPLAY "LIMITES LIDOS: " WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-DEVEDORES TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS COM SALDO DEVEDOR: " WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-EXCEDIDOS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS ACIMA DO LIMITE: " WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-SEM-CONTA TO WRK-CONTADOR-ED.
           DISPLAY "LIMITES SEM CONTA NO CADASTRO: " WRK-CONTADOR-ED.

           IF WRK-CONTADOR-SEM-CONTA > ZEROS OR
                   WRK-CALENDARIO-FALTA-SIM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- A DATA DO DIA ACUMULADO E A DATA DE PROCESSAMENTO DO LOTE
      *---- (PRM-DATA-PROCESSO), NAO A DATA DO RELOGIO

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

           IF PRM-DATA-PROCESSO IS NOT NUMERIC OR
                   PRM-DATA-PROCESSO IS EQUAL TO ZERO
               DISPLAY "DATA DE PROCESSAMENTO INVALIDA NOS PARAMETROS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PRM-DATA-PROCESSO TO WRK-DATA-PROCESSO.

      *---- PESO DO DIA: DIAS CORRIDOS DA DATA DE PROCESSAMENTO ATE O
      *---- PROXIMO DIA UTIL DO CALENDARIO (A MENOR DATA "U" MAIOR QUE
      *---- ELA, COMO NO CLIROLL), QUE E A DATA PARA ONDE A ROLAGEM VAI
      *---- AVANCAR. SEM CALENDARIO OU SEM DIA UTIL SEGUINTE O DIA
      *---- ENTRA COM PESO 1 E O PASSO DEVOLVE 4 (A ROLAGEM TAMBEM NAO
      *---- TERIA PARA ONDE AVANCAR)

       1100-CALCULA-PESO.
           MOVE 1     TO WRK-DIAS-PESO.
           MOVE ZEROS TO WRK-PROXIMA-UTIL.

           OPEN INPUT CALENDARIO.
           IF WRK-STATUS-CALENDARIO NOT = "00"
               DISPLAY "CALENDARIO AUSENTE - STATUS "
                   WRK-STATUS-CALENDARIO " - DIA ACUMULADO COM PESO 1"
               MOVE "S" TO WRK-CALENDARIO-FALTA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CALENDARIO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CAL-TIPO = "U" AND
                               CAL-DATA IS GREATER THAN
                               WRK-DATA-PROCESSO AND
                               (WRK-PROXIMA-UTIL IS EQUAL TO ZERO OR
                               CAL-DATA IS LESS THAN WRK-PROXIMA-UTIL)
                           MOVE CAL-DATA TO WRK-PROXIMA-UTIL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CALENDARIO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           IF WRK-PROXIMA-UTIL IS EQUAL TO ZERO
               DISPLAY "CALENDARIO SEM DIA UTIL APOS "
                   WRK-DATA-PROCESSO " - DIA ACUMULADO COM PESO 1"
               MOVE "S" TO WRK-CALENDARIO-FALTA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-DIAS-PESO =
               FUNCTION INTEGER-OF-DATE (WRK-PROXIMA-UTIL) -
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).
           DISPLAY "PROXIMO DIA UTIL: " WRK-PROXIMA-UTIL
               " - DIAS CORRIDOS ACUMULADOS: " WRK-DIAS-PESO.

       2000-LER-PROXIMO.
           READ CHEQUE-ESPECIAL NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *---- SALDO NEGATIVO DE FIM DE DIA ENTRA NO ACUMULADO PELO
      *---- VALOR ABSOLUTO VEZES O PESO DO DIA, QUE TAMBEM E SOMADO
      *---- AOS DIAS DEVEDORES; SALDO POSITIVO SO MARCA O DIA COMO
      *---- VISTO.
      *---- O SALDO ALEM DO LIMITE (SO POSSIVEL POR ESTORNO, TARIFA
      *---- OU LIMITE REDUZIDO) TAMBEM ACUMULA E E CONTADO A PARTE

       3000-ACUMULA-DIA.
           MOVE CHQ-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO WRK-CONTADOR-SEM-CONTA
                   DISPLAY "LIMITE SEM CONTA NO CADASTRO: " CHQ-CHAVE
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SALDO IS LESS THAN ZERO
               COMPUTE WRK-SALDO-DEVEDOR = ZERO - CM-SALDO
               COMPUTE CHQ-SALDO-DEVEDOR-ACUM =
                   CHQ-SALDO-DEVEDOR-ACUM +
                   WRK-SALDO-DEVEDOR * WRK-DIAS-PESO
               ADD WRK-DIAS-PESO TO CHQ-DIAS-DEVEDOR
               ADD 1 TO WRK-CONTADOR-DEVEDORES
               IF WRK-SALDO-DEVEDOR IS GREATER THAN CHQ-LIMITE
                   ADD 1 TO WRK-CONTADOR-EXCEDIDOS
               END-IF
           END-IF.

           MOVE WRK-DATA-PROCESSO TO CHQ-DATA-ULT-ACUM.

           REWRITE CHEQUE-ESPECIAL-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR LIMITE - STATUS "
                       WRK-STATUS-CHEQUE
           END-REWRITE.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLICHQD"               TO RUN-PASSO
           MOVE WRK-CONTADOR-LIDOS      TO RUN-QTD1
           MOVE WRK-CONTADOR-DEVEDORES  TO RUN-QTD2
           MOVE WRK-CONTADOR-EXCEDIDOS  TO RUN-QTD3
           MOVE WRK-CONTADOR-SEM-CONTA  TO RUN-QTD4
           MOVE ZEROS                   TO RUN-TOTAL1
           MOVE ZEROS                   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

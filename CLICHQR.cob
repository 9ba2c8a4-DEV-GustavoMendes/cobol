      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICHQR.
      * RELATORIO DE ACOMPANHAMENTO DO CHEQUE ESPECIAL - PERCORRE OS
      * LIMITES ATIVOS DO CLICHQ E LISTA EM TRES SECOES AS CONTAS
      * ACIMA DO LIMITE (SALDO DISPONIVEL, JA DESCONTADOS OS
      * BLOQUEIOS DO CLIBLQ, ABAIXO DE MENOS O LIMITE), AS CONTAS
      * PROXIMAS DO LIMITE (UTILIZACAO IGUAL OU ACIMA DO PERCENTUAL
      * INFORMADO) E OS LIMITES QUE VENCEM NOS PROXIMOS N DIAS.
      * VALORES NA MOEDA DA CONTA. NENHUM ARQUIVO E ATUALIZADO
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

           SELECT BLOQUEIOS ASSIGN TO "CLIBLQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS BLQ-ID
               FILE STATUS    IS WRK-STATUS-BLOQUEIOS.

           SELECT RELATORIO ASSIGN TO "CLICHQR.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  BLOQUEIOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CHEQUE       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-MASTER       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-BLOQUEIOS    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-BLOQUEIOS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-BLOQUEIOS-DISPONIVEL-SIM       VALUE "S".
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-FIM-BLOQ            PICTURE X(01)  VALUE "N".
           88  WRK-FIM-BLOQ-SIM                   VALUE "S".
       01  WRK-DATA-HORA           PICTURE X(21)  VALUE SPACES.
       01  WRK-DATA-HOJE           PICTURE 9(08)  VALUE ZEROS.
       01  WRK-HOJE-INT            PICTURE 9(07)  VALUE ZEROS.

       01  WRK-PCT-ALERTA          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-DIAS-AVISO          PICTURE 9(03)  VALUE ZEROS.

       01  WRK-TOTAL-BLOQUEIOS     PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL    PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-UTILIZADO           PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-UTILIZACAO-PCT      PICTURE 9(05)V99 COMP-3
                                                  VALUE ZEROS.
       01  WRK-DIAS-VENCER         PICTURE S9(05) VALUE ZEROS.

      *----OCORRENCIAS DAS TRES SECOES, GUARDADAS NA ORDEM DE LEITURA
      *----E IMPRESSAS SECAO A SECAO
      *----WRK-OCO-TIPO: 1-ACIMA DO LIMITE  2-PROXIMA DO LIMITE
      *----              3-LIMITE A VENCER
       01  WRK-TAB-OCORRENCIAS.
           05  WRK-OCO-ENT OCCURS 600 TIMES.
               10  WRK-OCO-TIPO     PICTURE 9(01).
               10  WRK-OCO-CHAVE    PICTURE X(10).
               10  WRK-OCO-NOME     PICTURE X(20).
               10  WRK-OCO-MOEDA    PICTURE X(03).
               10  WRK-OCO-LIMITE   PICTURE S9(10) COMP-3.
               10  WRK-OCO-UTILIZADO PICTURE S9(11) COMP-3.
               10  WRK-OCO-PCT      PICTURE 9(05)V99 COMP-3.
               10  WRK-OCO-DATA-FIM PICTURE 9(08).
               10  WRK-OCO-DIAS     PICTURE S9(05).
       01  WRK-QTDE-OCO            PICTURE 9(03)  VALUE ZEROS.
       01  WRK-IND                 PICTURE 9(03)  VALUE ZEROS.
       01  WRK-OCO-CHEIA           PICTURE X(01)  VALUE "N".
           88  WRK-OCO-CHEIA-SIM                  VALUE "S".
       01  WRK-TIPO-SECAO          PICTURE 9(01)  VALUE ZERO.
       01  WRK-QTDE-SECAO          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-NOVA-OCO            PICTURE 9(01)  VALUE ZERO.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "CHEQUE ESPECIAL - ACOMPANHAMENTO DE LIMI".
           05  FILLER               PICTURE X(10)  VALUE
               "TES EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-ACIMA.
           05  FILLER               PICTURE X(40)  VALUE
               "SECAO 1 - CONTAS ACIMA DO LIMITE".
       01  CAB-PROXIMA.
           05  FILLER               PICTURE X(40)  VALUE
               "SECAO 2 - CONTAS COM UTILIZACAO DE ".
           05  CAB-PCT              PICTURE ZZ9.
           05  FILLER               PICTURE X(18)  VALUE
               " POR CENTO OU MAIS".
       01  CAB-VENCENDO.
           05  FILLER               PICTURE X(40)  VALUE
               "SECAO 3 - LIMITES QUE VENCEM NOS PROXIMO".
           05  FILLER               PICTURE X(02)  VALUE "S ".
           05  CAB-DIAS             PICTURE ZZ9.
           05  FILLER               PICTURE X(05)  VALUE " DIAS".
       01  CAB-COLUNAS-UTIL.
           05  FILLER               PICTURE X(11)  VALUE "CHAVE".
           05  FILLER               PICTURE X(21)  VALUE "NOME".
           05  FILLER               PICTURE X(04)  VALUE "MOE".
           05  FILLER               PICTURE X(15)  VALUE "LIMITE".
           05  FILLER               PICTURE X(16)  VALUE "UTILIZADO".
           05  FILLER               PICTURE X(07)  VALUE "   %".
       01  CAB-COLUNAS-VENC.
           05  FILLER               PICTURE X(11)  VALUE "CHAVE".
           05  FILLER               PICTURE X(21)  VALUE "NOME".
           05  FILLER               PICTURE X(04)  VALUE "MOE".
           05  FILLER               PICTURE X(15)  VALUE "LIMITE".
           05  FILLER               PICTURE X(09)  VALUE "VENCE EM".
           05  FILLER               PICTURE X(05)  VALUE "DIAS".
       01  DET-UTILIZACAO.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-NOME             PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOEDA            PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-LIMITE-ED        PICTURE Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-UTILIZADO-ED     PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-PCT-ED           PICTURE ZZZZ9,99.
       01  DET-VENCIMENTO.
           05  DET-VENC-CHAVE       PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENC-NOME        PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENC-MOEDA       PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENC-LIMITE-ED   PICTURE Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENC-DATA        PICTURE 9(08).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENC-DIAS-ED     PICTURE ZZZZ9.
       01  DET-SEM-OCORRENCIA.
           05  FILLER               PICTURE X(30)  VALUE
               "NENHUMA CONTA NESTA SECAO".
       01  DET-OCO-OMITIDAS.
           05  FILLER               PICTURE X(44)  VALUE
               "ATENCAO: RELATORIO TRUNCADO - OCORRENCIAS EX".
           05  FILLER               PICTURE X(17)  VALUE
               "CEDENTES OMITIDAS".

       PROCEDURE           DIVISION.
       0000-INICIO.
           DISPLAY "PERCENTUAL DE UTILIZACAO PARA ALERTA (1-100) "
               ACCEPT WRK-PCT-ALERTA.
           IF WRK-PCT-ALERTA IS NOT NUMERIC OR
                   WRK-PCT-ALERTA IS EQUAL TO ZERO OR
                   WRK-PCT-ALERTA IS GREATER THAN 100
               DISPLAY "PERCENTUAL DE ALERTA INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "DIAS DE ANTECEDENCIA PARA LIMITES A VENCER "
               ACCEPT WRK-DIAS-AVISO.
           IF WRK-DIAS-AVISO IS NOT NUMERIC
               DISPLAY "QUANTIDADE DE DIAS INVALIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8)   TO WRK-DATA-HOJE.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           OPEN INPUT CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE NOT = "00"
               DISPLAY "ARQUIVO DE CHEQUE ESPECIAL INDISPONIVEL - "
                   "STATUS " WRK-STATUS-CHEQUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               CLOSE CHEQUE-ESPECIAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-BLOQUEIOS-DISPONIVEL.
           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS = "00"
               MOVE "S" TO WRK-BLOQUEIOS-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1000-LER-PROXIMO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               IF CHQ-SITUACAO = "A"
                   PERFORM 2000-AVALIA-LIMITE
               END-IF
               PERFORM 1000-LER-PROXIMO
           END-PERFORM.

           CLOSE CHEQUE-ESPECIAL.
           CLOSE CLIENTES-MASTER.
           IF WRK-BLOQUEIOS-DISPONIVEL-SIM
               CLOSE BLOQUEIOS
           END-IF.

           PERFORM 5000-IMPRIME-RELATORIO.

           MOVE 0 TO RETURN-CODE.

           STOP RUN.

       1000-LER-PROXIMO.
           READ CHEQUE-ESPECIAL NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *---- UTILIZACAO = PARTE NEGATIVA DO SALDO DISPONIVEL (SALDO
      *---- MENOS BLOQUEIOS); O VENCIMENTO E CONFERIDO SEPARADAMENTE,
      *---- DE MODO QUE UMA CONTA PODE APARECER EM DUAS SECOES

       2000-AVALIA-LIMITE.
           MOVE CHQ-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "LIMITE SEM CONTA NO CADASTRO: " CHQ-CHAVE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 2100-SOMA-BLOQUEIOS.
           COMPUTE WRK-SALDO-DISPONIVEL =
               CM-SALDO - WRK-TOTAL-BLOQUEIOS.

           IF WRK-SALDO-DISPONIVEL IS LESS THAN ZERO
               COMPUTE WRK-UTILIZADO = ZERO - WRK-SALDO-DISPONIVEL
           ELSE
               MOVE ZEROS TO WRK-UTILIZADO
           END-IF.

           IF CHQ-LIMITE IS GREATER THAN ZERO
               COMPUTE WRK-UTILIZACAO-PCT ROUNDED =
                   WRK-UTILIZADO * 100 / CHQ-LIMITE
           ELSE
               MOVE ZEROS TO WRK-UTILIZACAO-PCT
           END-IF.

           IF WRK-UTILIZADO IS GREATER THAN CHQ-LIMITE
               MOVE 1 TO WRK-NOVA-OCO
               PERFORM 3000-GUARDA-OCORRENCIA
           ELSE
               IF WRK-UTILIZADO IS GREATER THAN ZERO AND
                       WRK-UTILIZACAO-PCT IS NOT LESS THAN
                       WRK-PCT-ALERTA
                   MOVE 2 TO WRK-NOVA-OCO
                   PERFORM 3000-GUARDA-OCORRENCIA
               END-IF
           END-IF.

           IF CHQ-DATA-FIM IS NOT EQUAL TO ZERO
               COMPUTE WRK-DIAS-VENCER =
                   FUNCTION INTEGER-OF-DATE (CHQ-DATA-FIM) -
                   WRK-HOJE-INT
               IF WRK-DIAS-VENCER IS NOT LESS THAN ZERO AND
                       WRK-DIAS-VENCER IS NOT GREATER THAN
                       WRK-DIAS-AVISO
                   MOVE 3 TO WRK-NOVA-OCO
                   PERFORM 3000-GUARDA-OCORRENCIA
               END-IF
           END-IF.

      *---- SOMA OS BLOQUEIOS PARCIAIS ATIVOS E NAO EXPIRADOS DA
      *---- CONTA CORRENTE (CM-CHAVE)

       2100-SOMA-BLOQUEIOS.
           MOVE ZEROS TO WRK-TOTAL-BLOQUEIOS.
           IF NOT WRK-BLOQUEIOS-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHAVE TO BLQ-CHAVE.
           MOVE ZEROS    TO BLQ-SEQUENCIA.

           START BLOQUEIOS KEY IS GREATER THAN OR EQUAL TO BLQ-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-BLOQ.
           PERFORM UNTIL WRK-FIM-BLOQ-SIM
               READ BLOQUEIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-BLOQ
                   NOT AT END
                       IF BLQ-CHAVE = CM-CHAVE
                           IF BLQ-SITUACAO NOT = "C" AND
                                   (BLQ-DATA-EXPIRA IS EQUAL TO ZERO
                                   OR BLQ-DATA-EXPIRA IS GREATER THAN
                                   OR EQUAL TO WRK-DATA-HOJE)
                               ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEIOS
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-FIM-BLOQ
                       END-IF
               END-READ
           END-PERFORM.

       3000-GUARDA-OCORRENCIA.
           IF WRK-QTDE-OCO IS NOT LESS THAN 600
               IF NOT WRK-OCO-CHEIA-SIM
                   DISPLAY "TABELA DE OCORRENCIAS CHEIA - CONTAS "
                       "EXCEDENTES OMITIDAS"
                   MOVE "S" TO WRK-OCO-CHEIA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-OCO.
           MOVE WRK-NOVA-OCO       TO WRK-OCO-TIPO (WRK-QTDE-OCO).
           MOVE CM-CHAVE           TO WRK-OCO-CHAVE (WRK-QTDE-OCO).
           MOVE CM-NOME            TO WRK-OCO-NOME (WRK-QTDE-OCO).
           MOVE CM-MOEDA           TO WRK-OCO-MOEDA (WRK-QTDE-OCO).
           MOVE CHQ-LIMITE         TO WRK-OCO-LIMITE (WRK-QTDE-OCO).
           MOVE WRK-UTILIZADO      TO WRK-OCO-UTILIZADO (WRK-QTDE-OCO).
           MOVE WRK-UTILIZACAO-PCT TO WRK-OCO-PCT (WRK-QTDE-OCO).
           MOVE CHQ-DATA-FIM       TO WRK-OCO-DATA-FIM (WRK-QTDE-OCO).
           MOVE WRK-DIAS-VENCER    TO WRK-OCO-DIAS (WRK-QTDE-OCO).

       5000-IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-DATA-HOJE TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           WRITE LINHA-RELATORIO FROM CAB-ACIMA.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-UTIL.
           MOVE 1 TO WRK-TIPO-SECAO.
           PERFORM 5100-IMPRIME-SECAO.

           MOVE WRK-PCT-ALERTA TO CAB-PCT.
           WRITE LINHA-RELATORIO FROM CAB-PROXIMA.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-UTIL.
           MOVE 2 TO WRK-TIPO-SECAO.
           PERFORM 5100-IMPRIME-SECAO.

           MOVE WRK-DIAS-AVISO TO CAB-DIAS.
           WRITE LINHA-RELATORIO FROM CAB-VENCENDO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-VENC.
           MOVE 3 TO WRK-TIPO-SECAO.
           PERFORM 5100-IMPRIME-SECAO.

           IF WRK-OCO-CHEIA-SIM
               WRITE LINHA-RELATORIO FROM DET-OCO-OMITIDAS
           END-IF.

           CLOSE RELATORIO.

       5100-IMPRIME-SECAO.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-OCO
               IF WRK-OCO-TIPO (WRK-IND) = WRK-TIPO-SECAO
                   ADD 1 TO WRK-QTDE-SECAO
                   IF WRK-TIPO-SECAO = 3
                       PERFORM 5300-IMPRIME-VENCIMENTO
                   ELSE
                       PERFORM 5200-IMPRIME-UTILIZACAO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTDE-SECAO IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-OCORRENCIA
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5200-IMPRIME-UTILIZACAO.
           MOVE WRK-OCO-CHAVE (WRK-IND)     TO DET-CHAVE
           MOVE WRK-OCO-NOME (WRK-IND)      TO DET-NOME
           MOVE WRK-OCO-MOEDA (WRK-IND)     TO DET-MOEDA
           MOVE WRK-OCO-LIMITE (WRK-IND)    TO DET-LIMITE-ED
           MOVE WRK-OCO-UTILIZADO (WRK-IND) TO DET-UTILIZADO-ED
           MOVE WRK-OCO-PCT (WRK-IND)       TO DET-PCT-ED
           WRITE LINHA-RELATORIO FROM DET-UTILIZACAO.

       5300-IMPRIME-VENCIMENTO.
           MOVE WRK-OCO-CHAVE (WRK-IND)     TO DET-VENC-CHAVE
           MOVE WRK-OCO-NOME (WRK-IND)      TO DET-VENC-NOME
           MOVE WRK-OCO-MOEDA (WRK-IND)     TO DET-VENC-MOEDA
           MOVE WRK-OCO-LIMITE (WRK-IND)    TO DET-VENC-LIMITE-ED
           MOVE WRK-OCO-DATA-FIM (WRK-IND)  TO DET-VENC-DATA
           MOVE WRK-OCO-DIAS (WRK-IND)      TO DET-VENC-DIAS-ED
           WRITE LINHA-RELATORIO FROM DET-VENCIMENTO.

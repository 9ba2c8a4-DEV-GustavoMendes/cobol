      * POUPANCA (TIPO 3) E CONTA DORMENTE SAO ISENTAS; CONTA QUE
      * FICARIA ABAIXO DO SALDO MINIMO NAO E COBRADA E VAI PARA OS
      * REJEITOS COMO PENDENCIA. RODA NO CLIMENSAL ANTES DO FECHAMENTO
      * O SALDO CONFERIDO E O DISPONIVEL (MENOS OS BLOQUEIOS DO
      * CLIBLQ) E O PISO E O MESMO DO CLIENTES: SALDO MINIMO DO TIPO
      * OU MENOS O LIMITE DE CHEQUE ESPECIAL VIGENTE (CLICHQ)
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT BLOQUEIOS ASSIGN TO "CLIBLQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS BLQ-ID
               FILE STATUS    IS WRK-STATUS-BLOQUEIOS.

           SELECT CHEQUE-ESPECIAL ASSIGN TO "CLICHQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CHQ-CHAVE
               FILE STATUS    IS WRK-STATUS-CHEQUE.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  BLOQUEIOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-TARIFAS   PICTURE X(02) VALUE SPACES.
       01  WRK-CONTADOR-REJEITADAS PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.
       01  WRK-TOTAL-COBRADO    PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-DATA-HOJE        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-STATUS-BLOQUEIOS PICTURE X(02)  VALUE SPACES.
       01  WRK-BLOQUEIOS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-BLOQUEIOS-DISPONIVEL-SIM VALUE "S".
       01  WRK-FIM-BLOQ         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-BLOQ-SIM             VALUE "S".
       01  WRK-TOTAL-BLOQUEIOS  PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-STATUS-CHEQUE    PICTURE X(02)  VALUE SPACES.
       01  WRK-CHEQUE-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CHEQUE-DISPONIVEL-SIM    VALUE "S".
       01  WRK-PISO-SALDO       PICTURE S9(11) COMP-3 VALUE ZEROS.

      *----CADA COBRANCA (OU TENTATIVA REJEITADA) RECEBE UM NUMERO
      *----DE TRANSACAO DO NUMERADOR (CLINTR), ORIGEM "CLITARF"
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

           COPY CLIMIN.
           COPY CLIMOE.
           END-IF.

           PERFORM 0100-CARREGA-TAXAS.
           MOVE WRK-DATA-HORA (1:8) TO WRK-DATA-HOJE.
           PERFORM 1050-CARREGA-TARIFAS.

           PERFORM 1000-ABRIR-ARQUIVOS.

           MOVE "CLITARF" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.

      *---- POUPANCA (TIPO 3) E CONTA DORMENTE SAO ISENTAS; CONTA
      *---- BLOQUEADA OU ENCERRADA NAO RECEBE LANCAMENTO ALGUM

           END-PERFORM.

           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 8600-GRAVA-NUMERADOR.

           MOVE WRK-CONTADOR-COBRADAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS COBRADAS: " WRK-CONTADOR-ED.
               OPEN OUTPUT REJEITOS
           END-IF.

      *---- BLOQUEIOS PARCIAIS E CHEQUE ESPECIAL SAO OPCIONAIS, COMO
      *---- NO CLIENTES

           MOVE "N" TO WRK-BLOQUEIOS-DISPONIVEL.
           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS = "00"
               MOVE "S" TO WRK-BLOQUEIOS-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-CHEQUE-DISPONIVEL.
           OPEN INPUT CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE = "00"
               MOVE "S" TO WRK-CHEQUE-DISPONIVEL
           END-IF.

       2000-LER-PROXIMO.
           READ CLIENTES-MASTER NEXT RECORD
               AT END
           END-READ.

      *---- DEBITA A TARIFA DO TIPO (EM BRL, CONVERTIDA PARA A MOEDA
      *---- DA CONTA); SE O SALDO DISPONIVEL RESULTANTE FICAR ABAIXO
      *---- DO PISO DA CONTA (3400) ELA NAO E COBRADA E A TENTATIVA
      *---- VAI PARA OS REJEITOS COMO PENDENCIA

       3000-COBRA-TARIFA.
           IF CM-TIPO-CONTA IS LESS THAN 1 OR

           PERFORM 3100-ACHA-MOEDA.

           ADD 1 TO WRK-NTR-SEQUENCIA.

           COMPUTE WRK-VALOR-TARIFA ROUNDED =
               WRK-TARIFA-VALOR (CM-TIPO-CONTA) /
               WRK-MOEDA-TAXA (WRK-MOEDA-IND).
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-VALOR-TARIFA FROM CM-SALDO.

           PERFORM 3300-SOMA-BLOQUEIOS.
           COMPUTE WRK-SALDO-DISPONIVEL =
               CM-SALDO - WRK-TOTAL-BLOQUEIOS.

           COMPUTE WRK-SALDO-CONVERTIDO =
               WRK-SALDO-DISPONIVEL * WRK-MOEDA-TAXA (WRK-MOEDA-IND).

           PERFORM 3400-CALCULA-PISO.
           IF WRK-SALDO-CONVERTIDO IS LESS THAN WRK-PISO-SALDO
               PERFORM 3200-GRAVA-REJEITO
               MOVE WRK-SALDO-ANTES TO CM-SALDO
               ADD 1 TO WRK-CONTADOR-REJEITADAS
           MOVE "TARIFA"                      TO REJ-OPERACAO
           MOVE WRK-VALOR-TARIFA              TO REJ-VALOR-LANCTO
           MOVE CM-SALDO                      TO REJ-SALDO-TENTATIVA
           MOVE WRK-PISO-SALDO                TO REJ-SALDO-MINIMO
           MOVE WRK-DATA-HORA (1:8)           TO REJ-DATA
           MOVE WRK-DATA-HORA (9:8)           TO REJ-HORA
           MOVE "P"                           TO REJ-STATUS
           MOVE SPACES                        TO REJ-MOTIVO-BAIXA
           MOVE SPACES                        TO REJ-CHAVE-CONTRA
           MOVE WRK-NUM-TRANSACAO             TO REJ-NUM-TRANSACAO

           WRITE REJEITO-RECORD.

      *---- SOMA OS BLOQUEIOS PARCIAIS ATIVOS E NAO EXPIRADOS DA
      *---- CONTA CORRENTE (CM-CHAVE)

       3300-SOMA-BLOQUEIOS.
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

      *---- PISO DO SALDO DISPONIVEL DA CONTA, EM BRL: O SALDO
      *---- MINIMO DO TIPO OU, COM CHEQUE ESPECIAL ATIVO E VIGENTE
      *---- HOJE, MENOS O LIMITE APROVADO CONVERTIDO PELA TAXA DA
      *---- MOEDA DA CONTA

       3400-CALCULA-PISO.
           MOVE WRK-SALDO-MINIMO (CM-TIPO-CONTA) TO WRK-PISO-SALDO.
           IF NOT WRK-CHEQUE-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHAVE TO CHQ-CHAVE.
           READ CHEQUE-ESPECIAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CHQ-SITUACAO = "A" AND
                   CHQ-DATA-INICIO IS NOT GREATER THAN
                   WRK-DATA-HOJE AND
                   (CHQ-DATA-FIM IS EQUAL TO ZERO OR
                   CHQ-DATA-FIM IS NOT LESS THAN WRK-DATA-HOJE)
               COMPUTE WRK-PISO-SALDO ROUNDED =
                   ZERO - CHQ-LIMITE * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           END-IF.

       4000-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL

           WRITE AUDIT-TRAIL-RECORD.

           CLOSE CLIENTES-MASTER.
           CLOSE AUDITORIA.
           CLOSE REJEITOS.
           IF WRK-BLOQUEIOS-DISPONIVEL-SIM
               CLOSE BLOQUEIOS
           END-IF.
           IF WRK-CHEQUE-DISPONIVEL-SIM
               CLOSE CHEQUE-ESPECIAL
           END-IF.

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

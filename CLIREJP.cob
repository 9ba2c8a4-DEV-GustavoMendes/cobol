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
       FD  REJEITOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-REJEITOS  PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02)  VALUE SPACES.
           88  WRK-FIM-ARQUIVO-SIM         VALUE "S".

       01  WRK-TAB-REJEITOS.
           05  WRK-REJ-REG          PICTURE X(100) OCCURS 2000 TIMES.
       01  WRK-QTDE-REJ         PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND-REJ          PICTURE 9(04)  VALUE ZEROS.
       01  WRK-NR-ESCOLHIDO     PICTURE 9(04)  VALUE ZEROS.
           88  WRK-FIM-BLOQ-SIM            VALUE "S".
       01  WRK-TOTAL-BLOQUEIOS  PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-STATUS-CHEQUE    PICTURE X(02)  VALUE SPACES.
       01  WRK-CHEQUE-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CHEQUE-DISPONIVEL-SIM    VALUE "S".
       01  WRK-PISO-SALDO       PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-DATA-HOJE        PICTURE 9(08)  VALUE ZEROS.

      *----O REPROCESSO POSTA COM O NUMERO DE TRANSACAO QUE O
      *----MOVIMENTO RECEBEU NA ORIGEM (REJ-NUM-TRANSACAO); REJEITO
      *----ANTIGO SEM NUMERO RECEBE UM DO NUMERADOR, ORIGEM "CLIREJP"
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
       01  WRK-NUMERO-NOVO      PICTURE X(01)  VALUE "N".
           88  WRK-NUMERO-NOVO-SIM         VALUE "S".

       01  EXC-CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "LISTAGEM DE EXCECAO - REJEITOS PENDENTES".
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-NUMERO-NOVO.
           MOVE REJ-NUM-TRANSACAO TO WRK-NUM-TRANSACAO.
           IF WRK-NUM-TRANSACAO = SPACES
               MOVE "CLIREJP" TO WRK-NTR-ORIGEM
               PERFORM 8500-CARREGA-NUMERADOR
               ADD 1 TO WRK-NTR-SEQUENCIA
               MOVE "S" TO WRK-NUMERO-NOVO
           END-IF.

           OPEN I-O CLIENTES-MASTER.
           OPEN EXTEND AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               MOVE "S" TO WRK-BLOQUEIOS-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-CHEQUE-DISPONIVEL.
           OPEN INPUT CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE = "00"
               MOVE "S" TO WRK-CHEQUE-DISPONIVEL
           END-IF.

           MOVE REJ-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
           IF WRK-BLOQUEIOS-DISPONIVEL-SIM
               CLOSE BLOQUEIOS
           END-IF.
           IF WRK-CHEQUE-DISPONIVEL-SIM
               CLOSE CHEQUE-ESPECIAL
           END-IF.

      *---- COM A TABELA CHEIA UMA REGRAVACAO PERDERIA OS REGISTROS
      *---- EXCEDENTES, ENTAO AS ACOES DE ATUALIZACAO SAO BLOQUEADAS
           IF WRK-OPERACAO-OK-SIM
               REWRITE CLIENTES-MASTER-RECORD
               PERFORM 3400-GRAVA-AUDITORIA
               IF WRK-NUMERO-NOVO-SIM
                   PERFORM 8600-GRAVA-NUMERADOR
               END-IF
               MOVE "R" TO REJ-STATUS
               MOVE WRK-NUM-TRANSACAO TO REJ-NUM-TRANSACAO
               MOVE REJEITO-RECORD TO WRK-REJ-REG (WRK-NR-ESCOLHIDO)
               MOVE "S" TO WRK-HOUVE-ALTERACAO
               MOVE CM-SALDO TO WRK-SALDO-ED

      *---- CONVERTE O SALDO DISPONIVEL (CM-SALDO MENOS OS BLOQUEIOS
      *---- PARCIAIS ATIVOS E NAO EXPIRADOS) PARA REAIS E CONFERE
      *---- CONTRA O PISO DA CONTA (3380), SEMPRE EM BRL - MESMA
      *---- REGRA DO CLIENTES

       3300-VERIFICA-SALDO-MINIMO.
           MOVE 1 TO WRK-MOEDA-IND.
           COMPUTE WRK-SALDO-CONVERTIDO =
               WRK-SALDO-DISPONIVEL * WRK-MOEDA-TAXA (WRK-MOEDA-IND).

           PERFORM 3380-CALCULA-PISO.
           IF WRK-SALDO-CONVERTIDO IS LESS THAN WRK-PISO-SALDO
               MOVE "N" TO WRK-OPERACAO-OK
           END-IF.

               END-READ
           END-PERFORM.

      *---- PISO DO SALDO DISPONIVEL DA CONTA, EM BRL: O SALDO
      *---- MINIMO DO TIPO OU, COM CHEQUE ESPECIAL ATIVO E VIGENTE
      *---- HOJE, MENOS O LIMITE APROVADO CONVERTIDO PELA TAXA DA
      *---- MOEDA DA CONTA - MESMA REGRA DO CLIENTES

       3380-CALCULA-PISO.
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

       3400-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL

           WRITE AUDIT-TRAIL-RECORD.

               WRITE REJEITO-RECORD
           END-PERFORM.
           CLOSE REJEITOS.

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

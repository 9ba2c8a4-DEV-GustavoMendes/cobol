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

           SELECT PAGAMENTOS-EXTERNOS ASSIGN TO "CLIPGT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PGT-NUM-TRANSACAO
               FILE STATUS    IS WRK-STATUS-PAGAMENTOS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PENDENTES-APROVACAO
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       FD  PAGAMENTOS-EXTERNOS
           LABEL RECORD IS STANDARD.
           COPY CLIPGT.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-PENDENTES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PAGAMENTOS PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9     VALUE ZERO.
           88  WRK-FIM-ARQUIVO-SIM         VALUE "S".

       01  WRK-TAB-PENDENTES.
           05  WRK-PND-REG          PICTURE X(120) OCCURS 2000 TIMES.
       01  WRK-QTDE-PND         PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND-PND          PICTURE 9(04)  VALUE ZEROS.
       01  WRK-NR-ESCOLHIDO     PICTURE 9(04)  VALUE ZEROS.
           88  WRK-FIM-BLOQ-SIM            VALUE "S".
       01  WRK-TOTAL-BLOQUEIOS  PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-STATUS-CHEQUE    PICTURE X(02)  VALUE SPACES.
       01  WRK-CHEQUE-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CHEQUE-DISPONIVEL-SIM    VALUE "S".
       01  WRK-PISO-SALDO       PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-DATA-HOJE        PICTURE 9(08)  VALUE ZEROS.

      *----A APROVACAO POSTA COM O NUMERO DE TRANSACAO QUE O
      *----LANCAMENTO RECEBEU NA ORIGEM (PND-NUM-TRANSACAO); PENDENCIA
      *----ANTIGA SEM NUMERO RECEBE UM DO NUMERADOR, ORIGEM "CLILIBR"
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

           COPY CLIMIN.
           COPY CLIMOE.

               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-NUMERO-NOVO.
           MOVE PND-NUM-TRANSACAO TO WRK-NUM-TRANSACAO.
           IF WRK-NUM-TRANSACAO = SPACES
               MOVE "CLILIBR" TO WRK-NTR-ORIGEM
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

           OPEN I-O PAGAMENTOS-EXTERNOS.
           IF WRK-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS-EXTERNOS
               CLOSE PAGAMENTOS-EXTERNOS
               OPEN I-O PAGAMENTOS-EXTERNOS
           END-IF.

           EVALUATE PND-OPERACAO
               WHEN "D"
               WHEN "A"
               WHEN "X"
               WHEN "I"
                   PERFORM 3100-POSTA-SIMPLES
               WHEN "T"
                   PERFORM 3500-POSTA-TRANSFERENCIA

           CLOSE CLIENTES-MASTER.
           CLOSE AUDITORIA.
           CLOSE PAGAMENTOS-EXTERNOS.
           IF WRK-BLOQUEIOS-DISPONIVEL-SIM
               CLOSE BLOQUEIOS
           END-IF.
           IF WRK-CHEQUE-DISPONIVEL-SIM
               CLOSE CHEQUE-ESPECIAL
           END-IF.

       3100-POSTA-SIMPLES.
           MOVE PND-CHAVE TO CM-CHAVE.
                   "LANCAMENTO CONTINUA PENDENTE"
               EXIT PARAGRAPH
           END-IF.
           IF PND-OPERACAO = "X" AND
                   CM-MOEDA NOT = "BRL" AND CM-MOEDA NOT = SPACES
               DISPLAY "TRANSFERENCIA EXTERNA SO DE CONTA EM BRL - "
                   "LANCAMENTO CONTINUA PENDENTE"
               EXIT PARAGRAPH
           END-IF.
           IF CM-SITUACAO = "D"
               MOVE "A" TO CM-SITUACAO
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           EVALUATE PND-OPERACAO
               WHEN "D"
                   SUBTRACT PND-VALOR FROM CM-SALDO
                   MOVE "DEBITO" TO WRK-OPERACAO
               WHEN "X"
                   SUBTRACT PND-VALOR FROM CM-SALDO
                   MOVE "TRANSF-EXT" TO WRK-OPERACAO
               WHEN "I"
                   SUBTRACT PND-VALOR FROM CM-SALDO
                   MOVE "APLIC-CDB" TO WRK-OPERACAO
               WHEN OTHER
                   ADD PND-VALOR TO CM-SALDO
                   MOVE "AJUSTE" TO WRK-OPERACAO
           END-EVALUATE.

           MOVE "S" TO WRK-OPERACAO-OK.
           IF CM-SALDO IS LESS THAN WRK-SALDO-ANTES
           IF WRK-OPERACAO-OK-SIM
               REWRITE CLIENTES-MASTER-RECORD
               PERFORM 3400-GRAVA-AUDITORIA
               IF PND-OPERACAO = "X"
                   PERFORM 3700-GRAVA-PAGAMENTO
               END-IF
               PERFORM 5000-MARCA-APROVADO
               MOVE CM-SALDO TO WRK-SALDO-ED
               DISPLAY "LANCAMENTO APROVADO E POSTADO - NOVO SALDO "

      *---- CONVERTE O SALDO DISPONIVEL (CM-SALDO MENOS OS BLOQUEIOS
      *---- PARCIAIS ATIVOS E NAO EXPIRADOS) PARA REAIS E CONFERE
      *---- CONTRA O PISO DA CONTA (3380) - MESMA REGRA DO
      *---- CLIENTES

       3300-VERIFICA-SALDO-MINIMO.
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

       3350-ACHA-MOEDA.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL

           WRITE AUDIT-TRAIL-RECORD.


           MOVE "S" TO WRK-TRANSF-OK.

      *---- TRANSFERENCIA EXTERNA APROVADA: O DEBITO POSTADO ENTRA NO
      *---- CADASTRO DE TRANSFERENCIAS EXTERNAS PENDENTE DE REMESSA
      *---- PARA A CAMARA (MESMO REGISTRO QUE O CLIENTES GRAVA)

       3700-GRAVA-PAGAMENTO.
           MOVE WRK-NUM-TRANSACAO    TO PGT-NUM-TRANSACAO
           MOVE CM-CHAVE             TO PGT-CHAVE
           IF CM-TIPO-CONTA = 2
               MOVE CM-CNPJ          TO PGT-DOC-REMETENTE
           ELSE
               MOVE CM-CPF           TO PGT-DOC-REMETENTE
           END-IF
           MOVE CM-NOME              TO PGT-NOME-REMETENTE
           MOVE PND-BANCO-DESTINO    TO PGT-BANCO-DESTINO
           MOVE PND-AGENCIA-DESTINO  TO PGT-AGENCIA-DESTINO
           MOVE PND-CONTA-DESTINO    TO PGT-CONTA-DESTINO
           MOVE PND-DOC-BENEFICIARIO TO PGT-DOC-BENEFICIARIO
           MOVE PND-VALOR            TO PGT-VALOR
           MOVE WRK-DATA-HOJE        TO PGT-DATA-DEBITO
           MOVE PND-OPERADOR         TO PGT-OPERADOR
           MOVE "P"                  TO PGT-SITUACAO
           MOVE SPACES               TO PGT-REMESSA-ID
                                        PGT-MOTIVO-DEVOLUCAO
                                        PGT-NUM-DEVOLUCAO
           MOVE ZEROS                TO PGT-DATA-REMESSA
                                        PGT-DATA-DEVOLUCAO

           WRITE PAGAMENTO-EXTERNO-RECORD
               INVALID KEY
                   DISPLAY "PAGAMENTO EXTERNO JA REGISTRADO: "
                       PGT-NUM-TRANSACAO
           END-WRITE.

      *---- RECUSA: O LANCAMENTO NAO POSTA E SAI DA FILA COM A
      *---- DECISAO E O SUPERVISOR GRAVADOS

           DISPLAY "LANCAMENTO RECUSADO".

      *---- MARCA O PENDENTE COMO APROVADO (POSTADO) NA TABELA E
      *---- GRAVA A DECISAO NO LOG DE MANUTENCAO; UM NUMERO DE
      *---- TRANSACAO TIRADO AGORA DO NUMERADOR SO E CONSUMIDO AQUI

       5000-MARCA-APROVADO.
           IF WRK-NUMERO-NOVO-SIM
               PERFORM 8600-GRAVA-NUMERADOR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE "A"                 TO PND-STATUS
           MOVE WRK-OPERADOR        TO PND-APROVADOR
           MOVE WRK-DATA-HORA (1:8) TO PND-DATA-DECISAO
           MOVE WRK-NUM-TRANSACAO   TO PND-NUM-TRANSACAO
           MOVE REG-PENDENTE-APROVACAO TO
               WRK-PND-REG (WRK-NR-ESCOLHIDO)
           MOVE "S" TO WRK-HOUVE-ALTERACAO.
               WRITE REG-PENDENTE-APROVACAO
           END-PERFORM.
           CLOSE PENDENTES-APROVACAO.

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

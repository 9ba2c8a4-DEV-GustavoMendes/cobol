               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT AUDITORIA-ARQUIVO ASSIGN TO "CLIAUDA"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ARQUIVO.

           SELECT REJEITOS ASSIGN TO "CLIREJ"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REJEITOS.
               RECORD KEY     IS BLQ-ID
               FILE STATUS    IS WRK-STATUS-BLOQUEIOS.

           SELECT CHEQUE-ESPECIAL ASSIGN TO "CLICHQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CHQ-CHAVE
               FILE STATUS    IS WRK-STATUS-CHEQUE.

           SELECT CALENDARIO ASSIGN TO "CLICAL"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CALENDARIO.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

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
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  AUDITORIA-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY CLIAUD REPLACING ==AUDIT-TRAIL-RECORD== BY
                                 ==ARQUIVO-TRAIL-RECORD==
                                 LEADING ==AUD== BY ==ARQ==.

       FD  REJEITOS
           LABEL RECORD IS STANDARD.
           COPY CLIREJ.
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CLICAL.
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       FD  PAGAMENTOS-EXTERNOS
           LABEL RECORD IS STANDARD.
           COPY CLIPGT.

       WORKING-STORAGE     SECTION.
       01  WRK-FILE-STATUS PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK              VALUE "S".
       01  WRK-OPERADOR-NIVEL PICTURE 9     VALUE ZERO.
       01  WRK-OPERADOR-AGENCIA PICTURE 9(04) VALUE ZEROS.
       01  WRK-FIM-OPERADORES PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM       VALUE "S".
       01  WRK-DOC-DUPLICADO PICTURE X(01) VALUE "N".
           88  WRK-OPERACAO-DEBITO          VALUE "D".
           88  WRK-OPERACAO-AJUSTE          VALUE "A".
           88  WRK-OPERACAO-TRANSFER        VALUE "T".
           88  WRK-OPERACAO-ESTORNO         VALUE "E".
           88  WRK-OPERACAO-EXTERNA         VALUE "X".
           88  WRK-OPERACAO-APLICACAO       VALUE "I".
       01  WRK-VALOR-LANCAMENTO PICTURE S9(10)
                                SIGN LEADING SEPARATE.
       01  WRK-CHAVE-CONTRA  PICTURE X(10)  VALUE SPACES.
       01  WRK-BANCO-DESTINO PICTURE 9(03)  VALUE ZEROS.
       01  WRK-AGENCIA-DESTINO PICTURE 9(04) VALUE ZEROS.
       01  WRK-CONTA-DESTINO PICTURE X(12)  VALUE SPACES.
       01  WRK-DOC-BENEFICIARIO PICTURE 9(14) VALUE ZEROS.
       01  WRK-STATUS-PAGAMENTOS PICTURE X(02) VALUE SPACES.
       01  WRK-VALOR-CONTRA  PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-REG-DEBITO    PICTURE X(80)  VALUE SPACES.
       01  WRK-SALDO-ANTES-DEB PICTURE S9(10) COMP-3 VALUE ZEROS.
           88  WRK-FIM-BLOQ-SIM             VALUE "S".
       01  WRK-TOTAL-BLOQUEIOS PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-STATUS-CHEQUE PICTURE X(02)  VALUE SPACES.
       01  WRK-CHEQUE-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CHEQUE-DISPONIVEL-SIM    VALUE "S".
       01  WRK-PISO-SALDO    PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-STATUS-LIMITES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PENDENTES PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-LIMITES   PICTURE X(01)  VALUE "N".
       01  WRK-QTDE-OPERADORES PICTURE 9(02) VALUE ZEROS.
       01  WRK-OPE-IND       PICTURE 9(02)  VALUE ZEROS.

      *----NUMERO UNICO DA TRANSACAO EM POSTAGEM: NO LOTE VEM DO
      *----DETALHE (OU IDENTIFICACAO DO ARQUIVO + POSICAO); NO
      *----INTERATIVO VEM DO NUMERADOR (CLINTR), ORIGEM "CLIENTES"
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

      *----ESTORNOS ("E") DO ARQUIVO DO DIA: ANTES DA POSTAGEM O LOTE
      *----SEPARA OS NUMEROS DE TRANSACAO A ESTORNAR E VARRE AS
      *----TRILHAS (ARQUIVADA E VIVA) UMA UNICA VEZ, ANOTANDO PARA
      *----CADA UM A CONTA, A OPERACAO E A VARIACAO DE SALDO DE CADA
      *----PERNA DO MOVIMENTO ORIGINAL E SE ELE JA FOI ESTORNADO; O
      *----QUE O PROPRIO LOTE POSTA TAMBEM E ANOTADO (5000)
       01  WRK-STATUS-ARQUIVO PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-TRILHA    PICTURE X(01)  VALUE "N".
           88  WRK-FIM-TRILHA-SIM           VALUE "S".
       01  WRK-TAB-ESTORNOS.
           05  WRK-EST-ENT OCCURS 500 TIMES.
               10  WRK-EST-NUM-ORIGINAL PICTURE X(16).
               10  WRK-EST-SITUACAO     PICTURE X(01).
                   88  WRK-EST-NAO-ACHADO        VALUE "N".
                   88  WRK-EST-ACHADO            VALUE "A".
                   88  WRK-EST-JA-ESTORNADO      VALUE "J".
               10  WRK-EST-CHAVE        PICTURE X(10).
               10  WRK-EST-OPERACAO     PICTURE X(10).
               10  WRK-EST-VARIACAO     PICTURE S9(10) COMP-3.
               10  WRK-EST-CHAVE-CONTRA PICTURE X(10).
               10  WRK-EST-VARIACAO-CONTRA PICTURE S9(10) COMP-3.
       01  WRK-QTDE-ESTORNOS PICTURE 9(03)  VALUE ZEROS.
       01  WRK-EST-IND       PICTURE 9(03)  VALUE ZEROS.
       01  WRK-EST-ACHADO-IND PICTURE 9(03) VALUE ZEROS.
       01  WRK-EST-PESQ      PICTURE 9(03)  VALUE ZEROS.
       01  WRK-NUM-PROCURADO PICTURE X(16)  VALUE SPACES.
       01  WRK-NUM-ORIGINAL  PICTURE X(16)  VALUE SPACES.
       01  WRK-OPERACAO-ORIGINAL PICTURE X(10) VALUE SPACES.
       01  WRK-MOTIVO-ESTORNO PICTURE X(30) VALUE SPACES.
       01  WRK-ESTORNO-OK    PICTURE X(01)  VALUE "N".
           88  WRK-ESTORNO-OK-SIM           VALUE "S".
       01  WRK-CONTADOR-ESTORNOS-RECUSADOS PICTURE 9(07) VALUE ZEROS.
           COPY CLIAUD REPLACING ==AUDIT-TRAIL-RECORD== BY
                                 ==WRK-REG-TRILHA==
                                 LEADING ==AUD== BY ==TRL==.

           COPY CLIMIN.
           COPY CLIDOC.
           COPY CLIMOE.

           PERFORM 3050-ACEITA-LANCAMENTO.

      *---- O LANCAMENTO DIGITADO RECEBE SEU NUMERO DE TRANSACAO DO
      *---- NUMERADOR ANTES DE QUALQUER DESTINO (POSTAGEM, REJEITO
      *---- OU FILA DE APROVACAO)

           MOVE "CLIENTES" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.
           ADD 1 TO WRK-NTR-SEQUENCIA.
           PERFORM 8600-GRAVA-NUMERADOR.

           MOVE WRK-OPERADOR-NIVEL TO WRK-NIVEL-LANCTO.
           PERFORM 3070-VERIFICA-LIMITE.
           IF WRK-ACIMA-LIMITE-SIM
               OPEN OUTPUT PENDENTES-APROVACAO
           END-IF.

           OPEN I-O PAGAMENTOS-EXTERNOS.
           IF WRK-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS-EXTERNOS
               CLOSE PAGAMENTOS-EXTERNOS
               OPEN I-O PAGAMENTOS-EXTERNOS
           END-IF.

      *---- O ARQUIVO DE BLOQUEIOS PARCIAIS E OPCIONAL: SEM ELE O
      *---- SALDO DISPONIVEL E O PROPRIO CM-SALDO

               MOVE "S" TO WRK-BLOQUEIOS-DISPONIVEL
           END-IF.

      *---- O ARQUIVO DE CHEQUE ESPECIAL TAMBEM E OPCIONAL: SEM ELE
      *---- TODA CONTA FICA PRESA AO SALDO MINIMO DO TIPO

           MOVE "N" TO WRK-CHEQUE-DISPONIVEL.
           OPEN INPUT CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE = "00"
               MOVE "S" TO WRK-CHEQUE-DISPONIVEL
           END-IF.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR; A AGENCIA
      *---- DE LOTACAO DELE E A AGENCIA DAS CONTAS QUE ELE ABRE

       1060-VALIDA-OPERADOR.
           MOVE "N"   TO WRK-OPERADOR-OK-SW.
           MOVE ZEROS TO WRK-OPERADOR-NIVEL WRK-OPERADOR-AGENCIA.

           OPEN INPUT OPERADORES.
           IF WRK-STATUS-OPERADORES NOT = "00"
                           IF OPE-ATIVO = "S"
                               MOVE "S" TO WRK-OPERADOR-OK-SW
                               MOVE OPE-NIVEL TO WRK-OPERADOR-NIVEL
                               IF OPE-AGENCIA IS NUMERIC
                                   MOVE OPE-AGENCIA TO
                                       WRK-OPERADOR-AGENCIA
                               END-IF
                           END-IF
                           MOVE "S" TO WRK-FIM-OPERADORES
                       END-IF
           END-IF
           MOVE CM-SALDO          TO CM-SALDO-ABERTURA
           MOVE "A"               TO CM-SITUACAO
           MOVE WRK-OPERADOR-AGENCIA TO CM-AGENCIA

           WRITE CLIENTES-MASTER-RECORD.
           PERFORM 7100-GRAVA-XREF.
      *---- INTERATIVO; CREDITO E DEBITO EXIGEM VALOR POSITIVO, AJUSTE
      *---- ACEITA VALOR COM SINAL (MAS NAO ZERO); TRANSFERENCIA ("T")
      *---- SO EXISTE NO LOTE, POIS EXIGE A CHAVE DE CONTRAPARTIDA DO
      *---- REGISTRO DE ENTRADA - NO INTERATIVO ELA E SEMPRE INVALIDA;
      *---- O ESTORNO ("E") TAMBEM E SO DO LOTE: EXIGE O NUMERO DA
      *---- TRANSACAO ORIGINAL, E O VALOR (IGNORADO) SAI DA TRILHA;
      *---- A TRANSFERENCIA EXTERNA ("X") IDEM: O FAVORECIDO EM OUTRA
      *---- INSTITUICAO (BANCO, CONTA E DOCUMENTO) SO VEM NO LOTE;
      *---- A APLICACAO EM CDB ("I") SO E GERADA PELO CLICDBG NO
      *---- ARQUIVO DO LOTE A PARTIR DO CADASTRO DE CDB (CLICDB)

       3050-ACEITA-LANCAMENTO.
           MOVE "N" TO WRK-LANCTO-VALIDO.
                           WRK-CHAVE-CONTRA NOT = CM-CHAVE
                       MOVE "S" TO WRK-LANCTO-VALIDO
                   END-IF
               WHEN WRK-OPERACAO-ESTORNO
                   IF WRK-NUM-ORIGINAL NOT = SPACES
                       MOVE "S" TO WRK-LANCTO-VALIDO
                   END-IF
               WHEN WRK-OPERACAO-EXTERNA
                   IF WRK-VALOR-LANCAMENTO IS GREATER THAN ZERO AND
                           WRK-BANCO-DESTINO IS GREATER THAN ZERO AND
                           WRK-CONTA-DESTINO NOT = SPACES AND
                           WRK-DOC-BENEFICIARIO IS GREATER THAN ZERO
                       MOVE "S" TO WRK-LANCTO-VALIDO
                   END-IF
               WHEN WRK-OPERACAO-APLICACAO
                   IF WRK-VALOR-LANCAMENTO IS GREATER THAN ZERO AND
                           WRK-MODO-BATCH
                       MOVE "S" TO WRK-LANCTO-VALIDO
                   END-IF
           END-EVALUATE.

      *---- CONFERE O VALOR DO LANCAMENTO CONTRA O LIMITE DO NIVEL DO
      *---- OPERADOR (DEBITO, AJUSTE, TRANSFERENCIA INTERNA OU EXTERNA
      *---- E APLICACAO EM CDB; CREDITO NAO TEM LIMITE); O AJUSTE E
      *---- COMPARADO PELO VALOR ABSOLUTO

       3070-VERIFICA-LIMITE.
           MOVE "N" TO WRK-ACIMA-LIMITE.
           MOVE "P"                   TO PND-STATUS
           MOVE SPACES                TO PND-APROVADOR
           MOVE ZEROS                 TO PND-DATA-DECISAO
           MOVE WRK-NUM-TRANSACAO     TO PND-NUM-TRANSACAO
           MOVE WRK-BANCO-DESTINO     TO PND-BANCO-DESTINO
           MOVE WRK-AGENCIA-DESTINO   TO PND-AGENCIA-DESTINO
           MOVE WRK-CONTA-DESTINO     TO PND-CONTA-DESTINO
           MOVE WRK-DOC-BENEFICIARIO  TO PND-DOC-BENEFICIARIO

           WRITE REG-PENDENTE-APROVACAO.

               WHEN WRK-OPERACAO-AJUSTE
                   ADD WRK-VALOR-LANCAMENTO TO CM-SALDO
                   MOVE "AJUSTE" TO WRK-OPERACAO
               WHEN WRK-OPERACAO-EXTERNA
                   SUBTRACT WRK-VALOR-LANCAMENTO FROM CM-SALDO
                   MOVE "TRANSF-EXT" TO WRK-OPERACAO
               WHEN WRK-OPERACAO-APLICACAO
                   SUBTRACT WRK-VALOR-LANCAMENTO FROM CM-SALDO
                   MOVE "APLIC-CDB" TO WRK-OPERACAO
           END-EVALUATE

           IF CM-SALDO IS LESS THAN WRK-SALDO-ANTES
      *---- E GRAVA A TENTATIVA NO ARQUIVO DE REJEITOS
      *---- A COMPARACAO USA O SALDO DISPONIVEL: CM-SALDO MENOS OS
      *---- BLOQUEIOS PARCIAIS ATIVOS E NAO EXPIRADOS DA CONTA
      *---- CONTRA O PISO DA CONTA (4160): SALDO MINIMO DO TIPO OU,
      *---- COM CHEQUE ESPECIAL VIGENTE, MENOS O LIMITE APROVADO

       4100-VERIFICA-SALDO-MINIMO.
           MOVE "S" TO WRK-OPERACAO-OK.
           COMPUTE WRK-SALDO-DISPONIVEL =
               CM-SALDO - WRK-TOTAL-BLOQUEIOS.
           PERFORM 4050-CONVERTE-SALDO-BRL.
           PERFORM 4160-CALCULA-PISO.

           IF WRK-SALDO-CONVERTIDO IS LESS THAN WRK-PISO-SALDO
               MOVE "N" TO WRK-OPERACAO-OK
               MOVE "S" TO WRK-HOUVE-REJEITO
               PERFORM 4200-GRAVA-REJEITO
               END-READ
           END-PERFORM.

      *---- PISO DO SALDO DISPONIVEL DA CONTA, EM BRL: O SALDO
      *---- MINIMO DO TIPO DE CONTA, OU MENOS O LIMITE DE CHEQUE
      *---- ESPECIAL (CONVERTIDO PELA TAXA DA MOEDA DA CONTA, JA
      *---- POSICIONADA NO 4050) QUANDO A CONTA TEM LIMITE ATIVO E
      *---- DENTRO DA VIGENCIA NA DATA DE PROCESSAMENTO

       4160-CALCULA-PISO.
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
                   PRM-DATA-PROCESSO AND
                   (CHQ-DATA-FIM IS EQUAL TO ZERO OR
                   CHQ-DATA-FIM IS NOT LESS THAN PRM-DATA-PROCESSO)
               COMPUTE WRK-PISO-SALDO ROUNDED =
                   ZERO - CHQ-LIMITE * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           END-IF.

       4200-GRAVA-REJEITO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE WRK-OPERACAO                  TO REJ-OPERACAO
           MOVE WRK-VALOR-LANCAMENTO          TO REJ-VALOR-LANCTO
           MOVE CM-SALDO                      TO REJ-SALDO-TENTATIVA
           MOVE WRK-PISO-SALDO                TO REJ-SALDO-MINIMO
           MOVE WRK-DATA-HORA (1:8)           TO REJ-DATA
           MOVE WRK-DATA-HORA (9:8)           TO REJ-HORA
           MOVE "P"                           TO REJ-STATUS
           MOVE SPACES                        TO REJ-MOTIVO-BAIXA
           MOVE SPACES                        TO REJ-CHAVE-CONTRA
           MOVE WRK-NUM-TRANSACAO             TO REJ-NUM-TRANSACAO

           WRITE REJEITO-RECORD.

           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE WRK-NUM-ORIGINAL         TO AUD-NUM-ORIGINAL
           MOVE WRK-OPERACAO-ORIGINAL    TO AUD-OPERACAO-ORIGINAL

           WRITE AUDIT-TRAIL-RECORD.

           IF WRK-QTDE-ESTORNOS > ZEROS
               MOVE AUDIT-TRAIL-RECORD TO WRK-REG-TRILHA
               PERFORM 6030-ANOTA-TRILHA
           END-IF.

      *---- CONSULTA O INDICE CRUZADO DE DOCUMENTOS: UM CPF/CNPJ SO
      *---- PODE SER DONO DE UMA UNICA CONTA NO CADASTRO

           CLOSE REJEITOS.
           CLOSE XREF-DOCUMENTOS.
           CLOSE PENDENTES-APROVACAO.
           CLOSE PAGAMENTOS-EXTERNOS.
           IF WRK-BLOQUEIOS-DISPONIVEL-SIM
               CLOSE BLOQUEIOS
           END-IF.
           IF WRK-CHEQUE-DISPONIVEL-SIM
               CLOSE CHEQUE-ESPECIAL
           END-IF.

      *---- MODO BATCH (LANCAMENTOS DO DIA CONTRA O MESTRE COMPLETO,
      *---- UM OPERADOR+CHAVE+OPERACAO+VALOR POR REGISTRO DO ARQUIVO
       6000-MODO-BATCH.
           MOVE ZEROS  TO WRK-CONTADOR WRK-CONTADOR-CKPT
                          WRK-CONTADOR-DESCONHECIDOS
                          WRK-CONTADOR-INVALIDOS
                          WRK-CONTADOR-ESTORNOS-RECUSADOS.
           MOVE "N"    TO WRK-FIM-ARQUIVO.

           PERFORM 6010-CARREGA-ESTORNOS.

           PERFORM 1050-ABRIR-ARQUIVO.
           OPEN INPUT ENTRADA-TRANSACOES.

           MOVE WRK-CONTADOR-REFERIDOS TO WRK-CONTADOR-ED.
           DISPLAY "LANCAMENTOS REFERIDOS PARA APROVACAO: "
               WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-ESTORNOS-RECUSADOS TO WRK-CONTADOR-ED.
           DISPLAY "ESTORNOS RECUSADOS: " WRK-CONTADOR-ED.

           IF WRK-HOUVE-REJEITO-SIM OR
                   WRK-HOUVE-REFERIDO-SIM OR
                   WRK-CONTADOR-DESCONHECIDOS > ZEROS OR
                   WRK-CONTADOR-INVALIDOS > ZEROS OR
                   WRK-CONTADOR-BLOQUEADAS > ZEROS OR
                   WRK-CONTADOR-ESTORNOS-RECUSADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           CLOSE REGISTRO-ARQUIVOS.

      *---- SEPARA OS ESTORNOS DO ARQUIVO DO DIA (UMA ENTRADA POR
      *---- NUMERO ORIGINAL) E, HAVENDO ALGUM, VARRE AS TRILHAS DE
      *---- AUDITORIA ATRAS DOS MOVIMENTOS ORIGINAIS ANTES DE ABRIR A
      *---- TRILHA VIVA PARA GRAVACAO

       6010-CARREGA-ESTORNOS.
           MOVE ZEROS TO WRK-QTDE-ESTORNOS.

           OPEN INPUT ENTRADA-TRANSACOES.
           IF WRK-STATUS-ENTRADA NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-TRILHA.
           PERFORM UNTIL WRK-FIM-TRILHA-SIM
               READ ENTRADA-TRANSACOES
                   AT END
                       MOVE "S" TO WRK-FIM-TRILHA
                   NOT AT END
                       IF ENT-TIPO = "D" AND ENT-OPERACAO = "E" AND
                               ENT-NUM-ORIGINAL NOT = SPACES
                           PERFORM 6015-INCLUI-ESTORNO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENTRADA-TRANSACOES.

           IF WRK-QTDE-ESTORNOS IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6020-VARRE-TRILHAS.

       6015-INCLUI-ESTORNO.
           MOVE ENT-NUM-ORIGINAL TO WRK-NUM-PROCURADO.
           PERFORM 6710-ACHA-ESTORNO.
           IF WRK-EST-ACHADO-IND > ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF WRK-QTDE-ESTORNOS IS GREATER THAN OR EQUAL TO 500
               DISPLAY "TABELA DE ESTORNOS CHEIA - ESTORNO SERA "
                   "RECUSADO: " ENT-NUM-ORIGINAL
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-ESTORNOS.
           MOVE ENT-NUM-ORIGINAL TO
               WRK-EST-NUM-ORIGINAL (WRK-QTDE-ESTORNOS).
           MOVE "N"    TO WRK-EST-SITUACAO (WRK-QTDE-ESTORNOS).
           MOVE SPACES TO WRK-EST-CHAVE (WRK-QTDE-ESTORNOS)
                          WRK-EST-OPERACAO (WRK-QTDE-ESTORNOS)
                          WRK-EST-CHAVE-CONTRA (WRK-QTDE-ESTORNOS).
           MOVE ZEROS  TO WRK-EST-VARIACAO (WRK-QTDE-ESTORNOS)
                          WRK-EST-VARIACAO-CONTRA (WRK-QTDE-ESTORNOS).

      *---- UMA PASSAGEM EM CADA TRILHA: A ARQUIVADA (MOVIMENTOS DE
      *---- MESES ANTERIORES) E A VIVA

       6020-VARRE-TRILHAS.
           OPEN INPUT AUDITORIA-ARQUIVO.
           IF WRK-STATUS-ARQUIVO = "00"
               MOVE "N" TO WRK-FIM-TRILHA
               PERFORM UNTIL WRK-FIM-TRILHA-SIM
                   READ AUDITORIA-ARQUIVO
                       AT END
                           MOVE "S" TO WRK-FIM-TRILHA
                       NOT AT END
                           MOVE ARQUIVO-TRAIL-RECORD TO WRK-REG-TRILHA
                           PERFORM 6030-ANOTA-TRILHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ARQUIVO
           END-IF.

           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA = "00"
               MOVE "N" TO WRK-FIM-TRILHA
               PERFORM UNTIL WRK-FIM-TRILHA-SIM
                   READ AUDITORIA
                       AT END
                           MOVE "S" TO WRK-FIM-TRILHA
                       NOT AT END
                           MOVE AUDIT-TRAIL-RECORD TO WRK-REG-TRILHA
                           PERFORM 6030-ANOTA-TRILHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      *---- CONFRONTA UM REGISTRO DA TRILHA COM A TABELA: UM ESTORNO
      *---- GRAVADO MARCA O ORIGINAL COMO JA ESTORNADO; UM MOVIMENTO
      *---- COMUM COM O NUMERO PROCURADO ANOTA A PERNA (A PERNA
      *---- "TRANSF-CRE" E A CONTRAPARTIDA DA TRANSFERENCIA). REGISTRO
      *---- SEM NUMERO DE TRANSACAO (ANTERIOR A NUMERACAO) NAO CASA

       6030-ANOTA-TRILHA.
           IF TRL-OPERACAO = "ESTORNO"
               MOVE TRL-NUM-ORIGINAL TO WRK-NUM-PROCURADO
           ELSE
               MOVE TRL-NUM-TRANSACAO TO WRK-NUM-PROCURADO
           END-IF.
           IF WRK-NUM-PROCURADO = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6710-ACHA-ESTORNO.
           IF WRK-EST-ACHADO-IND IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           IF TRL-OPERACAO = "ESTORNO"
               MOVE "J" TO WRK-EST-SITUACAO (WRK-EST-ACHADO-IND)
               EXIT PARAGRAPH
           END-IF.

           IF TRL-OPERACAO = "TRANSF-CRE"
               MOVE TRL-CHAVE TO
                   WRK-EST-CHAVE-CONTRA (WRK-EST-ACHADO-IND)
               COMPUTE WRK-EST-VARIACAO-CONTRA (WRK-EST-ACHADO-IND) =
                   TRL-SALDO-DEPOIS - TRL-SALDO-ANTES
           ELSE
               MOVE TRL-CHAVE    TO WRK-EST-CHAVE (WRK-EST-ACHADO-IND)
               MOVE TRL-OPERACAO TO
                   WRK-EST-OPERACAO (WRK-EST-ACHADO-IND)
               COMPUTE WRK-EST-VARIACAO (WRK-EST-ACHADO-IND) =
                   TRL-SALDO-DEPOIS - TRL-SALDO-ANTES
           END-IF.
           IF WRK-EST-NAO-ACHADO (WRK-EST-ACHADO-IND)
               MOVE "A" TO WRK-EST-SITUACAO (WRK-EST-ACHADO-IND)
           END-IF.

      *---- LANCAMENTOS BATCH SO SE APLICAM A CLIENTES JA CADASTRADOS;
      *---- UM REGISTRO DE ENTRADA NAO TRAZ OS DADOS (NOME,DOCUMENTO,
      *---- MOEDA) NECESSARIOS PARA ABRIR UMA CONTA NOVA, ENTAO UMA
           MOVE ENT-OPERACAO      TO WRK-TIPO-OPERACAO.
           MOVE ENT-VALOR         TO WRK-VALOR-LANCAMENTO.
           MOVE ENT-CHAVE-CONTRA  TO WRK-CHAVE-CONTRA.
           MOVE SPACES            TO WRK-NUM-ORIGINAL
                                     WRK-OPERACAO-ORIGINAL.
           IF WRK-OPERACAO-ESTORNO
               MOVE ENT-NUM-ORIGINAL TO WRK-NUM-ORIGINAL
           END-IF.
           MOVE ZEROS  TO WRK-BANCO-DESTINO WRK-AGENCIA-DESTINO
                          WRK-DOC-BENEFICIARIO.
           MOVE SPACES TO WRK-CONTA-DESTINO.
           IF WRK-OPERACAO-EXTERNA AND
                   ENT-BANCO-DESTINO IS NUMERIC AND
                   ENT-AGENCIA-DESTINO IS NUMERIC AND
                   ENT-DOC-BENEFICIARIO IS NUMERIC
               MOVE ENT-BANCO-DESTINO    TO WRK-BANCO-DESTINO
               MOVE ENT-AGENCIA-DESTINO  TO WRK-AGENCIA-DESTINO
               MOVE ENT-CONTA-DESTINO    TO WRK-CONTA-DESTINO
               MOVE ENT-DOC-BENEFICIARIO TO WRK-DOC-BENEFICIARIO
           END-IF.

      *---- DETALHE SEM NUMERO DE TRANSACAO (NAO PASSOU PELO
      *---- GERADOR) E NUMERADO PELA IDENTIFICACAO DO ARQUIVO MAIS A
      *---- POSICAO DO DETALHE - O MESMO CALCULO DO CLIORDG

           IF ENT-NUM-TRANSACAO = SPACES
               MOVE WRK-ARQUIVO-ID TO WRK-NTR-ORIGEM
               MOVE WRK-CONTADOR   TO WRK-NTR-SEQUENCIA
           ELSE
               MOVE ENT-NUM-TRANSACAO TO WRK-NUM-TRANSACAO
           END-IF.

           PERFORM 3060-VALIDA-LANCAMENTO.
           IF NOT WRK-LANCTO-VALIDO-SIM
           END-IF.

           PERFORM 6090-ACHA-NIVEL-OPERADOR.

      *---- O ESTORNO NAO PASSA PELO LIMITE DE VALOR NEM PELA FILA DE
      *---- APROVACAO: ELE JA EXIGE NIVEL DE SUPERVISOR

           IF WRK-OPERACAO-ESTORNO
               PERFORM 6700-PROCESSA-ESTORNO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3070-VERIFICA-LIMITE.
           IF WRK-ACIMA-LIMITE-SIM
               PERFORM 3080-REFERE-LANCAMENTO
               EXIT PARAGRAPH
           END-IF.

           IF WRK-OPERACAO-EXTERNA
               PERFORM 6800-PROCESSA-EXTERNA
               EXIT PARAGRAPH
           END-IF.

           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO WRK-CONTADOR-DESCONHECIDOS
                   END-IF
           END-READ.

      *---- A PERNA DE DEBITO E CRITICADA CONTRA O PISO DA CONTA ANTES
      *---- DE QUALQUER GRAVACAO; SE REPROVAR, O PAR INTEIRO VAI PARA
      *---- OS REJEITOS COMO UM UNICO REGISTRO E NENHUM SALDO MUDA

               CM-SALDO - WRK-TOTAL-BLOQUEIOS.
           PERFORM 4050-CONVERTE-SALDO-BRL.
           MOVE WRK-MOEDA-IND TO WRK-MOEDA-IND-DEB.
           PERFORM 4160-CALCULA-PISO.

           IF WRK-SALDO-CONVERTIDO IS LESS THAN WRK-PISO-SALDO
               MOVE "S" TO WRK-HOUVE-REJEITO
               PERFORM 6660-GRAVA-REJEITO-TRANSF
               MOVE WRK-SALDO-ANTES-DEB TO CM-SALDO
           MOVE "TRANSFER"                    TO REJ-OPERACAO
           MOVE WRK-VALOR-LANCAMENTO          TO REJ-VALOR-LANCTO
           MOVE CM-SALDO                      TO REJ-SALDO-TENTATIVA
           MOVE WRK-PISO-SALDO                TO REJ-SALDO-MINIMO
           MOVE WRK-DATA-HORA (1:8)           TO REJ-DATA
           MOVE WRK-DATA-HORA (9:8)           TO REJ-HORA
           MOVE "P"                           TO REJ-STATUS
           MOVE SPACES                        TO REJ-MOTIVO-BAIXA
           MOVE WRK-CHAVE-CONTRA              TO REJ-CHAVE-CONTRA
           MOVE WRK-NUM-TRANSACAO             TO REJ-NUM-TRANSACAO

           WRITE REJEITO-RECORD.

      *---- TRANSFERENCIA EXTERNA ("X"): DEBITA ENT-CHAVE COM AS
      *---- MESMAS CRITICAS DE UM DEBITO (SITUACAO, SALDO MINIMO COM
      *---- BLOQUEIOS E CHEQUE ESPECIAL, LIMITE DO NIVEL JA CONFERIDO
      *---- NO 6300) E, NO LUGAR DA SEGUNDA CONTA, CREDITA A POSICAO
      *---- DA COMPENSACAO INTERBANCARIA: O PAGAMENTO ENTRA NO
      *---- CADASTRO DE TRANSFERENCIAS EXTERNAS (CLIPGT) PENDENTE DE
      *---- REMESSA, E O CLIREMS O LEVA NO ARQUIVO PARA A CAMARA. A
      *---- CAMARA SO LIQUIDA EM REAIS, ENTAO CONTA EM OUTRA MOEDA
      *---- NAO FAZ TRANSFERENCIA EXTERNA

       6800-PROCESSA-EXTERNA.
           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO WRK-CONTADOR-DESCONHECIDOS
                   DISPLAY "CLIENTE NAO CADASTRADO - IGNORADO: "
                       CM-CHAVE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 6400-VERIFICA-SITUACAO.
           IF NOT WRK-SITUACAO-OK-SIM
               ADD 1 TO WRK-CONTADOR-BLOQUEADAS
               DISPLAY "CONTA BLOQUEADA OU ENCERRADA - "
                   "IGNORADO: " CM-CHAVE
               EXIT PARAGRAPH
           END-IF.

           IF CM-MOEDA NOT = "BRL" AND CM-MOEDA NOT = SPACES
               ADD 1 TO WRK-CONTADOR-INVALIDOS
               DISPLAY "TRANSFERENCIA EXTERNA DE CONTA EM "
                   CM-MOEDA " - IGNORADA: " CM-CHAVE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-ATUALIZA-SALDO.

           IF WRK-OPERACAO-OK-SIM
               PERFORM 6850-GRAVA-PAGAMENTO
           END-IF.

      *---- O PAGAMENTO LEVA O NUMERO DE TRANSACAO DO DEBITO; NUM
      *---- REINICIO, O DETALHE REPOSTADO DEPOIS DO ULTIMO CHECKPOINT
      *---- ACHA O PAGAMENTO JA GRAVADO E NAO O DUPLICA

       6850-GRAVA-PAGAMENTO.
           MOVE WRK-NUM-TRANSACAO    TO PGT-NUM-TRANSACAO
           MOVE CM-CHAVE             TO PGT-CHAVE
           IF CM-TIPO-CONTA = 2
               MOVE CM-CNPJ          TO PGT-DOC-REMETENTE
           ELSE
               MOVE CM-CPF           TO PGT-DOC-REMETENTE
           END-IF
           MOVE CM-NOME              TO PGT-NOME-REMETENTE
           MOVE WRK-BANCO-DESTINO    TO PGT-BANCO-DESTINO
           MOVE WRK-AGENCIA-DESTINO  TO PGT-AGENCIA-DESTINO
           MOVE WRK-CONTA-DESTINO    TO PGT-CONTA-DESTINO
           MOVE WRK-DOC-BENEFICIARIO TO PGT-DOC-BENEFICIARIO
           MOVE WRK-VALOR-LANCAMENTO TO PGT-VALOR
           MOVE PRM-DATA-PROCESSO    TO PGT-DATA-DEBITO
           MOVE WRK-OPERADOR         TO PGT-OPERADOR
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

      *---- ESTORNO ("E"): DESFAZ UM MOVIMENTO JA POSTADO, APLICANDO
      *---- EM CADA PERNA A VARIACAO CONTRARIA A DA TRILHA. E RECUSADO
      *---- SEM NIVEL DE SUPERVISOR, COM ORIGINAL INEXISTENTE OU JA
      *---- ESTORNADO, OU QUANDO O ORIGINAL E DE OUTRA CONTA. COMO
      *---- DESFAZ UM MOVIMENTO AUTORIZADO, NAO PASSA PELO SALDO
      *---- MINIMO; A TRANSFERENCIA E ESTORNADA COMO PAR INDIVISIVEL,
      *---- NA MESMA ORDEM DO 6600 (CONTRAPARTIDA PRIMEIRO). A
      *---- TRANSFERENCIA EXTERNA E A SUA DEVOLUCAO NAO SE ESTORNAM:
      *---- O DINHEIRO JA FOI PARA A CAMARA E SO VOLTA PELO ARQUIVO
      *---- DE PAGAMENTOS RECUSADOS (CLIRETP). A APLICACAO E O
      *---- RESGATE DE CDB TAMBEM NAO: O CDB SO SE DESFAZ PELO
      *---- RESGATE ANTECIPADO (CLICDBM/CLICDBD)

       6700-PROCESSA-ESTORNO.
           MOVE WRK-NUM-ORIGINAL TO WRK-NUM-PROCURADO.
           PERFORM 6710-ACHA-ESTORNO.
           MOVE WRK-EST-ACHADO-IND TO WRK-EST-IND.
           MOVE SPACES TO WRK-MOTIVO-ESTORNO.

           EVALUATE TRUE
               WHEN WRK-NIVEL-LANCTO IS LESS THAN 2
                   MOVE "ESTORNO REQUER NIVEL SUPERVISOR"
                       TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-IND IS EQUAL TO ZERO
                   MOVE "MOVIMENTO ORIGINAL INEXISTENTE"
                       TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-NAO-ACHADO (WRK-EST-IND)
                   MOVE "MOVIMENTO ORIGINAL INEXISTENTE"
                       TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-JA-ESTORNADO (WRK-EST-IND)
                   MOVE "MOVIMENTO JA ESTORNADO" TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-CHAVE (WRK-EST-IND) NOT = CM-CHAVE
                   MOVE "MOVIMENTO DE OUTRA CONTA" TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-OPERACAO (WRK-EST-IND) = "TRANSF-EXT"
               WHEN WRK-EST-OPERACAO (WRK-EST-IND) = "DEVOL-EXT"
                   MOVE "TRANSFERENCIA EXTERNA NAO ESTORNAVEL"
                       TO WRK-MOTIVO-ESTORNO
               WHEN WRK-EST-OPERACAO (WRK-EST-IND) = "APLIC-CDB"
               WHEN WRK-EST-OPERACAO (WRK-EST-IND) = "RESG-CDB"
                   MOVE "MOVIMENTO CDB NAO ESTORNAVEL"
                       TO WRK-MOTIVO-ESTORNO
           END-EVALUATE.

           IF WRK-MOTIVO-ESTORNO NOT = SPACES
               ADD 1 TO WRK-CONTADOR-ESTORNOS-RECUSADOS
               DISPLAY "ESTORNO RECUSADO - " WRK-MOTIVO-ESTORNO ": "
                   CM-CHAVE " " WRK-NUM-ORIGINAL
               EXIT PARAGRAPH
           END-IF.

           MOVE "ESTORNO" TO WRK-OPERACAO.

           PERFORM 6720-AVALIA-CONTA-ESTORNO.
           IF NOT WRK-ESTORNO-OK-SIM
               EXIT PARAGRAPH
           END-IF.

           IF WRK-EST-CHAVE-CONTRA (WRK-EST-IND) NOT = SPACES
               PERFORM 6730-ESTORNA-CONTRAPARTIDA
               IF NOT WRK-ESTORNO-OK-SIM
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 6740-EFETIVA-ESTORNO.

      *---- LOCALIZA NA TABELA DE ESTORNOS O NUMERO ORIGINAL EM
      *---- WRK-NUM-PROCURADO (ZERO QUANDO NAO CONSTA)

       6710-ACHA-ESTORNO.
           MOVE ZEROS TO WRK-EST-ACHADO-IND.
           PERFORM VARYING WRK-EST-PESQ FROM 1 BY 1
                   UNTIL WRK-EST-PESQ > WRK-QTDE-ESTORNOS
               IF WRK-EST-NUM-ORIGINAL (WRK-EST-PESQ) =
                       WRK-NUM-PROCURADO
                   MOVE WRK-EST-PESQ TO WRK-EST-ACHADO-IND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---- A CONTA DO ORIGINAL E AVALIADA E GUARDADA EM MEMORIA; SO E
      *---- REGRAVADA DEPOIS DA CONTRAPARTIDA (SE HOUVER)

       6720-AVALIA-CONTA-ESTORNO.
           MOVE "N" TO WRK-ESTORNO-OK.

           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO WRK-CONTADOR-DESCONHECIDOS
                   DISPLAY "CLIENTE NAO CADASTRADO - IGNORADO: "
                       CM-CHAVE
               NOT INVALID KEY
                   PERFORM 6400-VERIFICA-SITUACAO
                   IF WRK-SITUACAO-OK-SIM
                       MOVE CM-SALDO TO WRK-SALDO-ANTES-DEB
                       SUBTRACT WRK-EST-VARIACAO (WRK-EST-IND)
                           FROM CM-SALDO
                       MOVE CLIENTES-MASTER-RECORD TO WRK-REG-DEBITO
                       MOVE "S" TO WRK-ESTORNO-OK
                   ELSE
                       ADD 1 TO WRK-CONTADOR-BLOQUEADAS
                       DISPLAY "CONTA BLOQUEADA OU ENCERRADA - "
                           "IGNORADO: " CM-CHAVE
                   END-IF
           END-READ.

      *---- ESTORNO DA PERNA DE CREDITO DE UMA TRANSFERENCIA: A
      *---- CONTRAPARTIDA DEVOLVE EXATAMENTE O QUE RECEBEU, NA SUA
      *---- PROPRIA MOEDA

       6730-ESTORNA-CONTRAPARTIDA.
           MOVE "N" TO WRK-ESTORNO-OK.
           MOVE WRK-EST-CHAVE-CONTRA (WRK-EST-IND) TO CM-CHAVE.

           READ CLIENTES-MASTER
               INVALID KEY
                   ADD 1 TO WRK-CONTADOR-DESCONHECIDOS
                   DISPLAY "CONTRAPARTIDA NAO CADASTRADA - "
                       "ESTORNO IGNORADO: " CM-CHAVE
               NOT INVALID KEY
                   PERFORM 6400-VERIFICA-SITUACAO
                   IF WRK-SITUACAO-OK-SIM
                       MOVE CM-SALDO TO WRK-SALDO-ANTES
                       SUBTRACT WRK-EST-VARIACAO-CONTRA (WRK-EST-IND)
                           FROM CM-SALDO
                       REWRITE CLIENTES-MASTER-RECORD
                       MOVE "TRANSF-CRE" TO WRK-OPERACAO-ORIGINAL
                       PERFORM 5000-GRAVA-AUDITORIA
                       MOVE "S" TO WRK-ESTORNO-OK
                   ELSE
                       ADD 1 TO WRK-CONTADOR-BLOQUEADAS
                       DISPLAY "CONTRAPARTIDA BLOQUEADA OU ENCERRADA"
                           " - ESTORNO IGNORADO: " CM-CHAVE
                   END-IF
           END-READ.

       6740-EFETIVA-ESTORNO.
           MOVE WRK-REG-DEBITO TO CLIENTES-MASTER-RECORD.

           REWRITE CLIENTES-MASTER-RECORD.

           MOVE WRK-SALDO-ANTES-DEB TO WRK-SALDO-ANTES.
           MOVE WRK-EST-OPERACAO (WRK-EST-IND) TO WRK-OPERACAO-ORIGINAL.
           PERFORM 5000-GRAVA-AUDITORIA.

           MOVE "J" TO WRK-EST-SITUACAO (WRK-EST-IND).

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE

           MOVE SPACES TO CKP-ARQUIVO-ID
           WRITE REG-CHECKPOINT.
           CLOSE CHECKPOINT.

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

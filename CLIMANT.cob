       PROGRAM-ID. CLIMANT.
      * MANUTENCAO DO CADASTRO DE CLIENTES - INCLUSAO, ALTERACAO E
      * EXCLUSAO DE REGISTROS DO ARQUIVO MESTRE, COM LOG DE QUEM
      * ALTEROU O QUE; A AGENCIA DA CONTA E CONFERIDA NO CADASTRO DE
      * AGENCIAS (CLIAGE)
      * ALTERACOES SENSIVEIS (SALDO, TIPO DE CONTA, SITUACAO, DOCUMENTO
      * E ENCERRAMENTO) NAO SAO APLICADAS AQUI: FICAM NA FILA DE
      * ALTERACOES PENDENTES (CLIALP) COM OS VALORES ANTES E DEPOIS
      * ATE UM SUPERVISOR DIFERENTE DO SOLICITANTE DECIDIR NO CLIAPRV
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               RECORD KEY     IS COT-ID
               FILE STATUS    IS WRK-STATUS-COTIT.

           SELECT XREF-COTITULARES ASSIGN TO "CLICOTX"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTX-ID
               FILE STATUS    IS WRK-STATUS-XREF-COTIT.

           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

           SELECT ALTERACOES-PENDENTES ASSIGN TO "CLIALP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALTERACOES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  XREF-COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOTX.

       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       FD  ALTERACOES-PENDENTES
           LABEL RECORD IS STANDARD.
           COPY CLIALP.

       WORKING-STORAGE     SECTION.
       01  WRK-FILE-STATUS      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-OPERADOR-AGENCIA PICTURE 9(04)  VALUE ZEROS.
       01  WRK-STATUS-AGENCIAS  PICTURE X(02)  VALUE SPACES.
       01  WRK-AGENCIAS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-AGENCIAS-DISPONIVEL-SIM   VALUE "S".
       01  WRK-AGENCIA          PICTURE 9(04)  VALUE ZEROS.
       01  WRK-AGENCIA-OK-SW    PICTURE X(01)  VALUE "N".
           88  WRK-AGENCIA-OK                VALUE "S".
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-DOC-DUPLICADO    PICTURE X(01)  VALUE "N".
           88  WRK-ACAO-INC-COTIT          VALUE 4.
           88  WRK-ACAO-EXC-COTIT          VALUE 5.
       01  WRK-STATUS-COTIT     PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-XREF-COTIT PICTURE X(02) VALUE SPACES.
       01  WRK-SEQ-COTIT        PICTURE 9(02)  VALUE ZEROS.
       01  WRK-SEQ-MAX          PICTURE 9(02)  VALUE ZEROS.
           88  WRK-CAMPO-SALDO              VALUE 2.
           88  WRK-CAMPO-TIPO-CONTA         VALUE 3.
           88  WRK-CAMPO-SITUACAO           VALUE 4.
           88  WRK-CAMPO-ISENCAO-IR         VALUE 5.
           88  WRK-CAMPO-AGENCIA            VALUE 6.
           88  WRK-CAMPO-DOCUMENTO          VALUE 7.
       01  WRK-ISENTO-IR-NOVO   PICTURE X(01)  VALUE SPACES.
       01  WRK-SITUACAO-NOVA    PICTURE X(01)  VALUE SPACES.
       01  WRK-CAMPO-ALTERADO   PICTURE X(01)  VALUE "N".
           88  WRK-CAMPO-ALTERADO-SIM       VALUE "S".
       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.
       01  WRK-SALDO-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-STATUS-ALTERACOES PICTURE X(02) VALUE SPACES.
       01  WRK-SOLICITACAO      PICTURE X(01)  VALUE "N".
           88  WRK-SOLICITACAO-SIM          VALUE "S".
       01  WRK-ALP-TIPO         PICTURE X(01)  VALUE SPACES.
       01  WRK-ALP-PENDENTE     PICTURE X(01)  VALUE "N".
           88  WRK-ALP-PENDENTE-SIM         VALUE "S".
       01  WRK-FIM-ALTERACOES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ALTERACOES-SIM       VALUE "S".

           COPY CLIDOC.
           COPY CLIMOE.
               OPEN I-O COTITULARES
           END-IF.

           OPEN I-O XREF-COTITULARES.
           IF WRK-STATUS-XREF-COTIT = "35"
               OPEN OUTPUT XREF-COTITULARES
               OPEN I-O XREF-COTITULARES
           END-IF.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS = "00"
               MOVE "S" TO WRK-AGENCIAS-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - STATUS "
                   WRK-STATUS-AGENCIAS
           END-IF.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

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
                       XRF-CHAVE " - INCLUSAO RECUSADA"
               ELSE
                   PERFORM 2060-ACEITA-MOEDA
                   PERFORM 2070-ACEITA-AGENCIA
               END-IF
               IF NOT WRK-DOC-DUPLICADO-SIM AND WRK-AGENCIA-OK
                   MOVE WRK-NOME          TO CM-NOME
                   MOVE WRK-SALDO-ENTRADA TO CM-SALDO
                   MOVE WRK-TIPO-CONTA    TO CM-TIPO-CONTA
                   END-IF
                   MOVE CM-SALDO          TO CM-SALDO-ABERTURA
                   MOVE "A"               TO CM-SITUACAO
                   IF WRK-TIPO-CONTA = 2
                       MOVE "N"           TO CM-ISENTO-IR
                   ELSE
                       MOVE "S"           TO CM-ISENTO-IR
                   END-IF
                   MOVE WRK-AGENCIA       TO CM-AGENCIA

                   WRITE CLIENTES-MASTER-RECORD
                   PERFORM 7100-GRAVA-XREF
               END-IF
           END-PERFORM.

      *---- CAPTURA A AGENCIA DA CONTA: ZERO ASSUME A AGENCIA DE
      *---- LOTACAO DO OPERADOR; A AGENCIA PRECISA ESTAR CADASTRADA E
      *---- ATIVA. SEM O CADASTRO DE AGENCIAS A CONTA NAO E INCLUIDA

       2070-ACEITA-AGENCIA.
           MOVE "N" TO WRK-AGENCIA-OK-SW.
           IF NOT WRK-AGENCIAS-DISPONIVEL-SIM
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - INCLUSAO "
                   "RECUSADA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WRK-AGENCIA-OK
               DISPLAY "AGENCIA DA CONTA (0=AGENCIA DO OPERADOR "
                   WRK-OPERADOR-AGENCIA ") ? "
                   ACCEPT WRK-AGENCIA
               IF WRK-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS TO WRK-AGENCIA
               END-IF
               IF WRK-AGENCIA IS EQUAL TO ZERO
                   MOVE WRK-OPERADOR-AGENCIA TO WRK-AGENCIA
               END-IF
               PERFORM 2072-VALIDA-AGENCIA
               IF NOT WRK-AGENCIA-OK
                   DISPLAY "AGENCIA NAO CADASTRADA OU INATIVA - "
                       "DIGITE NOVAMENTE"
               END-IF
           END-PERFORM.

       2072-VALIDA-AGENCIA.
           MOVE "N" TO WRK-AGENCIA-OK-SW.
           IF WRK-AGENCIA IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-AGENCIA TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AGE-ATIVA = "S"
                       MOVE "S" TO WRK-AGENCIA-OK-SW
                   END-IF
           END-READ.

       2062-VALIDA-MOEDA.
           MOVE "N" TO WRK-MOEDA-VALIDA-SW.
           MOVE ZEROS TO WRK-MOEDA-IND.
           END-IF.

           MOVE "S" TO WRK-CAMPO-ALTERADO.
           MOVE "N" TO WRK-SOLICITACAO.
           DISPLAY "CAMPO A ALTERAR (1-NOME,2-SALDO,3-TIPO CONTA,"
               "4-SITUACAO,5-ISENCAO DE IR,6-AGENCIA,7-DOCUMENTO) ? "
               ACCEPT WRK-CAMPO.

           EVALUATE TRUE
                   PERFORM 3400-ALTERA-TIPO-CONTA
               WHEN WRK-CAMPO-SITUACAO
                   PERFORM 3500-ALTERA-SITUACAO
               WHEN WRK-CAMPO-ISENCAO-IR
                   PERFORM 3600-ALTERA-ISENCAO-IR
               WHEN WRK-CAMPO-AGENCIA
                   PERFORM 3700-ALTERA-AGENCIA
               WHEN WRK-CAMPO-DOCUMENTO
                   PERFORM 3800-ALTERA-DOCUMENTO
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO - NADA FOI ALTERADO"
                   MOVE "N" TO WRK-CAMPO-ALTERADO
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF WRK-SOLICITACAO-SIM
               PERFORM 3900-GRAVA-SOLICITACAO
           END-IF.

       3200-ALTERA-NOME.
           MOVE CM-NOME TO WRK-VALOR-ANTES-ED.
           DISPLAY "NOME ATUAL: " CM-NOME.
           MOVE "ALTERACAO" TO LOG-ACAO.
           MOVE "NOME"      TO LOG-CAMPO.

      *---- SALDO, TIPO DE CONTA, SITUACAO E DOCUMENTO SAO SOLICITADOS
      *---- E NAO APLICADOS: O REGISTRO DO MESTRE FICA COMO ESTA E O
      *---- PEDIDO VAI PARA A FILA DE ALTERACOES PENDENTES (3900); O
      *---- SALDO SO MUDA NA APROVACAO, QUE GRAVA O AJUSTE NA AUDITORIA

       3300-ALTERA-SALDO.
           MOVE "N" TO WRK-CAMPO-ALTERADO.
           MOVE "S" TO WRK-ALP-TIPO.
           PERFORM 3950-VERIFICA-PENDENTE.
           IF WRK-ALP-PENDENTE-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ED.
           MOVE WRK-SALDO-ED TO WRK-VALOR-ANTES-ED.
           DISPLAY "SALDO ATUAL: " WRK-SALDO-ED.
           PERFORM 2100-ACEITA-SALDO.
           IF WRK-SALDO-ENTRADA = CM-SALDO
               DISPLAY "SALDO IGUAL AO ATUAL - NADA FOI SOLICITADO"
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-SALDO-ENTRADA TO WRK-SALDO-ED.
           MOVE WRK-SALDO-ED TO WRK-VALOR-DEPOIS-ED.
           MOVE "SALDO"     TO LOG-CAMPO.
           MOVE "S"         TO WRK-SOLICITACAO.

       3400-ALTERA-TIPO-CONTA.
           MOVE "N" TO WRK-CAMPO-ALTERADO.
           MOVE "T" TO WRK-ALP-TIPO.
           PERFORM 3950-VERIFICA-PENDENTE.
           IF WRK-ALP-PENDENTE-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-TIPO-CONTA TO WRK-VALOR-ANTES-ED.
           DISPLAY "TIPO DE CONTA ATUAL: " CM-TIPO-CONTA.
           DISPLAY "(1-FISICA,2-JURIDICA,3-POUPANCA,4-CONJUNTA) ? "
           IF WRK-TIPO-CONTA IS LESS THAN 1 OR
              WRK-TIPO-CONTA IS GREATER THAN 4
               DISPLAY "TIPO DE CONTA INVALIDO - NADA FOI ALTERADO"
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TIPO-CONTA = CM-TIPO-CONTA
               DISPLAY "TIPO IGUAL AO ATUAL - NADA FOI SOLICITADO"
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-TIPO-CONTA TO WRK-VALOR-DEPOIS-ED
           MOVE "TIPO-CONTA"  TO LOG-CAMPO
           MOVE "S"           TO WRK-SOLICITACAO.

      *---- ALTERACAO DA SITUACAO DA CONTA (BLOQUEIO JUDICIAL,
      *---- DESBLOQUEIO, DORMENCIA); ENCERRAMENTO SO PELA ACAO 3 E
      *---- PROPRIO ENCERRAMENTO

       3500-ALTERA-SITUACAO.
           MOVE "N" TO WRK-CAMPO-ALTERADO.
           IF CM-SITUACAO = "E"
               DISPLAY "CONTA ENCERRADA NAO PODE MUDAR DE SITUACAO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "I" TO WRK-ALP-TIPO.
           PERFORM 3950-VERIFICA-PENDENTE.
           IF WRK-ALP-PENDENTE-SIM
               EXIT PARAGRAPH
           END-IF.

              WRK-SITUACAO-NOVA NOT = "B" AND
              WRK-SITUACAO-NOVA NOT = "D"
               DISPLAY "SITUACAO INVALIDA - NADA FOI ALTERADO"
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SITUACAO-NOVA = CM-SITUACAO
               DISPLAY "SITUACAO IGUAL A ATUAL - NADA FOI SOLICITADO"
               EXIT PARAGRAPH
           END-IF.

                   WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "BLOQUEIO E DESBLOQUEIO REQUEREM NIVEL "
                   "SUPERVISOR"
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-SITUACAO-NOVA TO WRK-VALOR-DEPOIS-ED
           MOVE "SITUACAO"    TO LOG-CAMPO
           MOVE "S"           TO WRK-SOLICITACAO.

      *---- INDICADOR DE ISENCAO DE IMPOSTO DE RENDA SOBRE OS JUROS
      *---- (CM-ISENTO-IR) - MUDA O IMPOSTO RETIDO PELO CLIJUROS, POR
      *---- ISSO EXIGE SUPERVISOR; EM BRANCO (REGISTRO ANTIGO) VALE O
      *---- PADRAO DO TIPO DE CONTA

       3600-ALTERA-ISENCAO-IR.
           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "ISENCAO DE IR REQUER NIVEL SUPERVISOR"
               MOVE "N" TO WRK-CAMPO-ALTERADO
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-ISENTO-IR TO WRK-VALOR-ANTES-ED.
           DISPLAY "ISENCAO DE IR ATUAL: " CM-ISENTO-IR.
           DISPLAY "ISENTA DE IR (S-ISENTA,N-NAO ISENTA) ? "
               ACCEPT WRK-ISENTO-IR-NOVO.
           IF WRK-ISENTO-IR-NOVO NOT = "S" AND
              WRK-ISENTO-IR-NOVO NOT = "N"
               DISPLAY "INDICADOR INVALIDO - NADA FOI ALTERADO"
               MOVE "N" TO WRK-CAMPO-ALTERADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ISENTO-IR-NOVO TO CM-ISENTO-IR
           MOVE CM-ISENTO-IR  TO WRK-VALOR-DEPOIS-ED
           MOVE "ALTERACAO"   TO LOG-ACAO
           MOVE "ISENTO-IR"   TO LOG-CAMPO.

      *---- TRANSFERENCIA DA CONTA PARA OUTRA AGENCIA - MUDA OS
      *---- TOTAIS POR AGENCIA DOS RELATORIOS, DA CONTABILIDADE E DA
      *---- CONCILIACAO, POR ISSO EXIGE SUPERVISOR; A AGENCIA NOVA
      *---- PRECISA ESTAR CADASTRADA E ATIVA

       3700-ALTERA-AGENCIA.
           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "ALTERACAO DE AGENCIA REQUER NIVEL SUPERVISOR"
               MOVE "N" TO WRK-CAMPO-ALTERADO
               EXIT PARAGRAPH
           END-IF.

           IF NOT WRK-AGENCIAS-DISPONIVEL-SIM
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - NADA FOI "
                   "ALTERADO"
               MOVE "N" TO WRK-CAMPO-ALTERADO
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-AGENCIA TO WRK-VALOR-ANTES-ED.
           DISPLAY "AGENCIA ATUAL: " CM-AGENCIA.
           DISPLAY "NOVA AGENCIA DA CONTA ? "
               ACCEPT WRK-AGENCIA.
           IF WRK-AGENCIA IS NOT NUMERIC
               MOVE ZEROS TO WRK-AGENCIA
           END-IF.
           PERFORM 2072-VALIDA-AGENCIA.
           IF NOT WRK-AGENCIA-OK
               DISPLAY "AGENCIA NAO CADASTRADA OU INATIVA - NADA FOI "
                   "ALTERADO"
               MOVE "N" TO WRK-CAMPO-ALTERADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-AGENCIA   TO CM-AGENCIA
           MOVE CM-AGENCIA    TO WRK-VALOR-DEPOIS-ED
           MOVE "ALTERACAO"   TO LOG-ACAO
           MOVE "AGENCIA"     TO LOG-CAMPO.

      *---- TROCA DO DOCUMENTO DO TITULAR (CPF, OU CNPJ NA CONTA
      *---- JURIDICA): O NOVO DOCUMENTO E VALIDADO E NAO PODE PERTENCER
      *---- A OUTRA CONTA NO INDICE CRUZADO; O INDICE SO E ATUALIZADO
      *---- NA APROVACAO

       3800-ALTERA-DOCUMENTO.
           MOVE "N" TO WRK-CAMPO-ALTERADO.
           MOVE "D" TO WRK-ALP-TIPO.
           PERFORM 3950-VERIFICA-PENDENTE.
           IF WRK-ALP-PENDENTE-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-TIPO-CONTA TO WRK-TIPO-CONTA.
           IF WRK-TIPO-CONTA = 2
               MOVE CM-CNPJ TO WRK-VALOR-ANTES-ED
               DISPLAY "CNPJ ATUAL: " CM-CNPJ
           ELSE
               MOVE CM-CPF  TO WRK-VALOR-ANTES-ED
               DISPLAY "CPF ATUAL: " CM-CPF
           END-IF.

           PERFORM 2050-ACEITA-DOCUMENTO.
           IF (WRK-TIPO-CONTA = 2 AND WRK-CNPJ = CM-CNPJ) OR
                   (WRK-TIPO-CONTA NOT = 2 AND WRK-CPF = CM-CPF)
               DISPLAY "DOCUMENTO IGUAL AO ATUAL - NADA FOI SOLICITADO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7000-VERIFICA-DOC-DUPLICADO.
           IF WRK-DOC-DUPLICADO-SIM
               DISPLAY "DOCUMENTO JA CADASTRADO PARA A CONTA "
                   XRF-CHAVE " - NADA FOI SOLICITADO"
               EXIT PARAGRAPH
           END-IF.

           IF WRK-TIPO-CONTA = 2
               MOVE WRK-CNPJ TO WRK-VALOR-DEPOIS-ED
           ELSE
               MOVE WRK-CPF  TO WRK-VALOR-DEPOIS-ED
           END-IF.
           MOVE "DOCUMENTO"   TO LOG-CAMPO.
           MOVE "S"           TO WRK-SOLICITACAO.

      *---- GRAVA O PEDIDO NA FILA DE ALTERACOES PENDENTES: OS VALORES
      *---- ATUAIS DO MESTRE (QUE A APROVACAO CONFERE ANTES DE
      *---- APLICAR) E O VALOR PEDIDO NO CAMPO DO TIPO DA ALTERACAO

       3900-GRAVA-SOLICITACAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND ALTERACOES-PENDENTES.
           IF WRK-STATUS-ALTERACOES NOT = "00"
               OPEN OUTPUT ALTERACOES-PENDENTES
           END-IF.

           MOVE WRK-OPERADOR        TO ALP-OPERADOR
           MOVE CM-CHAVE            TO ALP-CHAVE
           MOVE WRK-ALP-TIPO        TO ALP-TIPO
           MOVE WRK-VALOR-ANTES-ED  TO ALP-VALOR-ANTES
           MOVE WRK-VALOR-DEPOIS-ED TO ALP-VALOR-DEPOIS
           MOVE CM-SALDO            TO ALP-SALDO-ANTES
                                       ALP-SALDO-NOVO
           MOVE CM-TIPO-CONTA       TO ALP-TIPO-CONTA-ANTES
                                       ALP-TIPO-CONTA-NOVO
           MOVE CM-SITUACAO         TO ALP-SITUACAO-ANTES
                                       ALP-SITUACAO-NOVA
           MOVE CM-CPF              TO ALP-CPF-ANTES
                                       ALP-CPF-NOVO
           MOVE CM-CNPJ             TO ALP-CNPJ-ANTES
                                       ALP-CNPJ-NOVO

           EVALUATE WRK-ALP-TIPO
               WHEN "S"
                   MOVE WRK-SALDO-ENTRADA TO ALP-SALDO-NOVO
               WHEN "T"
                   MOVE WRK-TIPO-CONTA    TO ALP-TIPO-CONTA-NOVO
               WHEN "I"
                   MOVE WRK-SITUACAO-NOVA TO ALP-SITUACAO-NOVA
               WHEN "D"
                   IF CM-TIPO-CONTA = 2
                       MOVE WRK-CNPJ      TO ALP-CNPJ-NOVO
                   ELSE
                       MOVE WRK-CPF       TO ALP-CPF-NOVO
                   END-IF
               WHEN "E"
                   MOVE "E"               TO ALP-SITUACAO-NOVA
           END-EVALUATE

           MOVE WRK-DATA-HORA (1:8) TO ALP-DATA
           MOVE WRK-DATA-HORA (9:8) TO ALP-HORA
           MOVE "P"                 TO ALP-STATUS
           MOVE SPACES              TO ALP-APROVADOR
                                       ALP-NUM-TRANSACAO
           MOVE ZEROS               TO ALP-DATA-DECISAO

           WRITE REG-ALTERACAO-PENDENTE.
           CLOSE ALTERACOES-PENDENTES.

           MOVE "SOLICITA" TO LOG-ACAO.
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "ALTERACAO REGISTRADA - AGUARDA APROVACAO DE OUTRO "
               "SUPERVISOR".

      *---- UMA CONTA SO PODE TER UM PEDIDO PENDENTE DE CADA TIPO

       3950-VERIFICA-PENDENTE.
           MOVE "N" TO WRK-ALP-PENDENTE.
           OPEN INPUT ALTERACOES-PENDENTES.
           IF WRK-STATUS-ALTERACOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ALTERACOES.
           PERFORM UNTIL WRK-FIM-ALTERACOES-SIM
               READ ALTERACOES-PENDENTES
                   AT END
                       MOVE "S" TO WRK-FIM-ALTERACOES
                   NOT AT END
                       IF ALP-CHAVE = CM-CHAVE AND
                               ALP-TIPO = WRK-ALP-TIPO AND
                               ALP-STATUS = "P"
                           MOVE "S" TO WRK-ALP-PENDENTE
                           MOVE "S" TO WRK-FIM-ALTERACOES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALTERACOES-PENDENTES.

           IF WRK-ALP-PENDENTE-SIM
               DISPLAY "JA EXISTE PEDIDO DESTE TIPO PENDENTE DE "
                   "APROVACAO PARA A CONTA - NADA FOI SOLICITADO"
           END-IF.

      *---- ENCERRAMENTO DE UM CLIENTE: O REGISTRO NAO E MAIS APAGADO
      *---- FISICAMENTE, SO MARCADO COMO ENCERRADO, PRESERVANDO O
      *---- HISTORICO; O PEDIDO VAI PARA A FILA DE ALTERACOES
      *---- PENDENTES E A APROVACAO (CLIAPRV) MARCA A CONTA E LIBERA O
      *---- DOCUMENTO NO INDICE CRUZADO

       4000-ENCERRA-CLIENTE.
           READ CLIENTES-MASTER
                   IF CM-SITUACAO = "E"
                       DISPLAY "CONTA JA ENCERRADA"
                   ELSE
                       PERFORM 4100-SOLICITA-ENCERRAMENTO
                   END-IF
           END-READ.

       4100-SOLICITA-ENCERRAMENTO.
           MOVE "E" TO WRK-ALP-TIPO.
           PERFORM 3950-VERIFICA-PENDENTE.
           IF WRK-ALP-PENDENTE-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-SITUACAO TO WRK-VALOR-ANTES-ED.
           MOVE "E"         TO WRK-VALOR-DEPOIS-ED.
           MOVE "SITUACAO"  TO LOG-CAMPO.
           PERFORM 3900-GRAVA-SOLICITACAO.

      *---- INCLUSAO DE COTITULAR EM CONTA CONJUNTA (TIPO 4) - O CPF
      *---- DO COTITULAR E VALIDADO E ENTRA NO INDICE CRUZADO DE
      *---- DOCUMENTOS, ENTAO UM CPF QUE JA E DONO OU COTITULAR DE
                       "STATUS " WRK-STATUS-XREF
           END-WRITE.

       9000-FECHAR-ARQUIVOS.
           CLOSE CLIENTES-MASTER.
           CLOSE LOG-MANUTENCAO.
           CLOSE XREF-DOCUMENTOS.
           CLOSE COTITULARES.
           CLOSE XREF-COTITULARES.
           IF WRK-AGENCIAS-DISPONIVEL-SIM
               CLOSE AGENCIAS
           END-IF.

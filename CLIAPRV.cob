      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIAPRV.
      * APROVACAO DAS ALTERACOES CADASTRAIS PENDENTES (CLIALP) - AS
      * ALTERACOES SENSIVEIS PEDIDAS NO CLIMANT (SALDO, TIPO DE CONTA,
      * SITUACAO, DOCUMENTO E ENCERRAMENTO) ESPERAM NESTA FILA; UM
      * SUPERVISOR (NIVEL 2) DIFERENTE DE QUEM PEDIU LISTA OS PEDIDOS
      * E APLICA OU RECUSA CADA UM, COM A DECISAO GRAVADA NO PROPRIO
      * REGISTRO E NO LOG DE MANUTENCAO (CLIMLG). A ALTERACAO DE SALDO
      * APLICADA VAI PARA A TRILHA DE AUDITORIA (CLIAUD) COMO AJUSTE,
      * ENTAO A RECONCILIACAO E O JORNAL CONTABIL ENXERGAM O MOVIMENTO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ALTERACOES-PENDENTES ASSIGN TO "CLIALP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALTERACOES.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT XREF-DOCUMENTOS ASSIGN TO "CLIXRF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS XRF-DOCUMENTO
               FILE STATUS    IS WRK-STATUS-XREF.

           SELECT COTITULARES ASSIGN TO "CLICOT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS COT-ID
               FILE STATUS    IS WRK-STATUS-COTIT.

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTT-CHAVE
               FILE STATUS    IS WRK-STATUS-CONTATOS.

           SELECT XREF-COTITULARES ASSIGN TO "CLICOTX"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTX-ID
               FILE STATUS    IS WRK-STATUS-XREF-COTIT.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ALTERACOES-PENDENTES
           LABEL RECORD IS STANDARD.
           COPY CLIALP.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  XREF-DOCUMENTOS
           LABEL RECORD IS STANDARD.
           COPY CLIXRF.

       FD  COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CLICTT.

       FD  XREF-COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOTX.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-ALTERACOES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-XREF      PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-COTIT     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTATOS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-XREF-COTIT PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9     VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-ACAO             PICTURE 9     VALUE ZERO.
           88  WRK-ACAO-LISTAR             VALUE 1.
           88  WRK-ACAO-APLICAR            VALUE 2.
           88  WRK-ACAO-RECUSAR            VALUE 3.
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM         VALUE "S".
       01  WRK-FIM-COTIT        PICTURE X(01) VALUE "N".
           88  WRK-FIM-COTIT-SIM           VALUE "S".

       01  WRK-TAB-ALTERACOES.
           05  WRK-ALP-REG          PICTURE X(174) OCCURS 2000 TIMES.
       01  WRK-QTDE-ALP         PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND-ALP          PICTURE 9(04)  VALUE ZEROS.
       01  WRK-NR-ESCOLHIDO     PICTURE 9(04)  VALUE ZEROS.
       01  WRK-QTDE-PENDENTES   PICTURE 9(04)  VALUE ZEROS.
       01  WRK-HOUVE-ALTERACAO  PICTURE X(01)  VALUE "N".
           88  WRK-HOUVE-ALTERACAO-SIM     VALUE "S".
       01  WRK-TABELA-CHEIA     PICTURE X(01)  VALUE "N".
           88  WRK-TABELA-CHEIA-SIM        VALUE "S".
       01  WRK-APLICADA         PICTURE X(01)  VALUE "N".
           88  WRK-APLICADA-SIM            VALUE "S".

       01  WRK-NR-ED            PICTURE ZZZ9.
       01  WRK-TIPO-DESC        PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-ACAO         PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-CAMPO        PICTURE X(15)  VALUE SPACES.

      *----A ALTERACAO DE SALDO APLICADA RECEBE UM NUMERO DE TRANSACAO
      *----DO NUMERADOR, ORIGEM "CLIAPRV", SO CONSUMIDO QUANDO O AJUSTE
      *----E GRAVADO
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

           PERFORM 0200-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "APROVACAO DE ALTERACOES REQUER NIVEL "
                   "SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ACAO (1-LISTAR PENDENTES,2-APLICAR,3-RECUSAR) ? "
               ACCEPT WRK-ACAO.

           PERFORM 1000-CARREGA-ALTERACOES.

           EVALUATE TRUE
               WHEN WRK-ACAO-LISTAR
                   PERFORM 2000-LISTA-PENDENTES
               WHEN WRK-ACAO-APLICAR
                   PERFORM 3000-APLICA-ALTERACAO
               WHEN WRK-ACAO-RECUSAR
                   PERFORM 4000-RECUSA-ALTERACAO
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           IF WRK-HOUVE-ALTERACAO-SIM
               PERFORM 8000-REGRAVA-ALTERACOES
           END-IF.

           STOP RUN.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

       0200-VALIDA-OPERADOR.
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

      *---- CARREGA TODOS OS PEDIDOS PARA A TABELA EM MEMORIA; O
      *---- ARQUIVO E REGRAVADO POR INTEIRO NO FIM QUANDO ALGUM
      *---- PEDIDO MUDA DE STATUS (MESMO IDIOMA DO CLILIBR)

       1000-CARREGA-ALTERACOES.
           MOVE ZEROS TO WRK-QTDE-ALP.
           OPEN INPUT ALTERACOES-PENDENTES.
           IF WRK-STATUS-ALTERACOES NOT = "00"
               DISPLAY "FILA DE ALTERACOES VAZIA OU AUSENTE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ALTERACOES-PENDENTES
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTDE-ALP < 2000
                           ADD 1 TO WRK-QTDE-ALP
                           MOVE REG-ALTERACAO-PENDENTE TO
                               WRK-ALP-REG (WRK-QTDE-ALP)
                       ELSE
                           DISPLAY "TABELA DE ALTERACOES CHEIA - "
                               "REGISTROS EXCEDENTES IGNORADOS"
                           MOVE "S" TO WRK-TABELA-CHEIA
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALTERACOES-PENDENTES.

      *---- LISTA OS PEDIDOS QUE AGUARDAM DECISAO

       2000-LISTA-PENDENTES.
           MOVE ZEROS TO WRK-QTDE-PENDENTES.
           DISPLAY "NR   SOLICIT. CHAVE      CAMPO      ANTES"
               "                DEPOIS               DATA".

           PERFORM VARYING WRK-IND-ALP FROM 1 BY 1
                   UNTIL WRK-IND-ALP > WRK-QTDE-ALP
               MOVE WRK-ALP-REG (WRK-IND-ALP) TO
                   REG-ALTERACAO-PENDENTE
               IF ALP-STATUS = "P"
                   ADD 1 TO WRK-QTDE-PENDENTES
                   MOVE WRK-IND-ALP TO WRK-NR-ED
                   PERFORM 2200-DESCREVE-TIPO
                   DISPLAY WRK-NR-ED " " ALP-OPERADOR " " ALP-CHAVE
                       " " WRK-TIPO-DESC " " ALP-VALOR-ANTES " "
                       ALP-VALOR-DEPOIS " " ALP-DATA
               END-IF
           END-PERFORM.

           IF WRK-QTDE-PENDENTES IS EQUAL TO ZERO
               DISPLAY "NENHUMA ALTERACAO PENDENTE DE APROVACAO"
           END-IF.

      *---- COM A TABELA CHEIA UMA REGRAVACAO PERDERIA OS REGISTROS
      *---- EXCEDENTES, ENTAO AS ACOES DE ATUALIZACAO SAO BLOQUEADAS;
      *---- QUEM PEDIU A ALTERACAO NAO PODE DECIDI-LA

       2100-ESCOLHE-PENDENTE.
           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - "
                   "ATUALIZACAO BLOQUEADA"
               MOVE ZEROS TO WRK-NR-ESCOLHIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DO PEDIDO (VER ACAO 1-LISTAR) "
               ACCEPT WRK-NR-ESCOLHIDO.

           IF WRK-NR-ESCOLHIDO IS EQUAL TO ZERO OR
                   WRK-NR-ESCOLHIDO IS GREATER THAN WRK-QTDE-ALP
               DISPLAY "NUMERO DE PEDIDO INVALIDO"
               MOVE ZEROS TO WRK-NR-ESCOLHIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ALP-REG (WRK-NR-ESCOLHIDO) TO
               REG-ALTERACAO-PENDENTE.
           IF ALP-STATUS NOT = "P"
               DISPLAY "ALTERACAO NAO ESTA PENDENTE"
               MOVE ZEROS TO WRK-NR-ESCOLHIDO
               EXIT PARAGRAPH
           END-IF.

           IF ALP-OPERADOR = WRK-OPERADOR
               DISPLAY "O SOLICITANTE NAO PODE DECIDIR O PROPRIO "
                   "PEDIDO - OUTRO SUPERVISOR DEVE APROVAR"
               MOVE ZEROS TO WRK-NR-ESCOLHIDO
           END-IF.

      *---- NOME DO CAMPO PEDIDO PARA A LISTAGEM E O LOG

       2200-DESCREVE-TIPO.
           EVALUATE ALP-TIPO
               WHEN "S"
                   MOVE "SALDO"      TO WRK-TIPO-DESC
               WHEN "T"
                   MOVE "TIPO-CONTA" TO WRK-TIPO-DESC
               WHEN "I"
                   MOVE "SITUACAO"   TO WRK-TIPO-DESC
               WHEN "D"
                   MOVE "DOCUMENTO"  TO WRK-TIPO-DESC
               WHEN "E"
                   MOVE "ENCERRA"    TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "?"          TO WRK-TIPO-DESC
           END-EVALUATE.

      *---- APLICACAO: SO QUANDO A CONTA AINDA ESTA COMO NO PEDIDO (O
      *---- CAMPO ALTERADO NAO MUDOU DESDE A SOLICITACAO); CONTA QUE
      *---- MUDOU NO MEIO TEMPO DEIXA O PEDIDO PENDENTE PARA SER
      *---- RECUSADO E PEDIDO DE NOVO COM OS VALORES ATUAIS

       3000-APLICA-ALTERACAO.
           PERFORM 2100-ESCOLHE-PENDENTE.
           IF WRK-NR-ESCOLHIDO IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-APLICADA.
           OPEN I-O CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               EXIT PARAGRAPH
           END-IF.

           MOVE ALP-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " CM-CHAVE
               NOT INVALID KEY
                   PERFORM 3100-CONFERE-E-APLICA
           END-READ.

           CLOSE CLIENTES-MASTER.

           IF WRK-APLICADA-SIM
               PERFORM 5000-MARCA-APLICADA
           END-IF.

       3100-CONFERE-E-APLICA.
           IF CM-SITUACAO = "E"
               DISPLAY "CONTA ENCERRADA - ALTERACAO NAO PODE SER "
                   "APLICADA"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ALP-TIPO
               WHEN "S"
                   IF CM-SALDO NOT = ALP-SALDO-ANTES
                       PERFORM 3150-CONTA-MUDOU
                   ELSE
                       PERFORM 3200-APLICA-SALDO
                   END-IF
               WHEN "T"
                   IF CM-TIPO-CONTA NOT = ALP-TIPO-CONTA-ANTES
                       PERFORM 3150-CONTA-MUDOU
                   ELSE
                       MOVE ALP-TIPO-CONTA-NOVO TO CM-TIPO-CONTA
                       MOVE "S" TO WRK-APLICADA
                   END-IF
               WHEN "I"
                   IF CM-SITUACAO NOT = ALP-SITUACAO-ANTES
                       PERFORM 3150-CONTA-MUDOU
                   ELSE
                       MOVE ALP-SITUACAO-NOVA TO CM-SITUACAO
                       MOVE "S" TO WRK-APLICADA
                   END-IF
               WHEN "D"
                   IF CM-TIPO-CONTA NOT = ALP-TIPO-CONTA-ANTES OR
                           CM-CPF NOT = ALP-CPF-ANTES OR
                           CM-CNPJ NOT = ALP-CNPJ-ANTES
                       PERFORM 3150-CONTA-MUDOU
                   ELSE
                       PERFORM 3400-APLICA-DOCUMENTO
                   END-IF
               WHEN "E"
                   PERFORM 3500-APLICA-ENCERRAMENTO
               WHEN OTHER
                   DISPLAY "TIPO DE ALTERACAO INVALIDO: " ALP-TIPO
           END-EVALUATE.

           IF WRK-APLICADA-SIM
               REWRITE CLIENTES-MASTER-RECORD
               DISPLAY "ALTERACAO APLICADA"
           END-IF.

       3150-CONTA-MUDOU.
           DISPLAY "A CONTA MUDOU DESDE O PEDIDO - RECUSE E PECA "
               "DE NOVO COM OS VALORES ATUAIS".

      *---- A ALTERACAO DE SALDO VIRA UM AJUSTE NA TRILHA DE AUDITORIA
      *---- COM O SALDO ANTES E DEPOIS; NAO PASSA PELO SALDO MINIMO,
      *---- POIS E UMA CORRECAO CONFERIDA POR DOIS OPERADORES

       3200-APLICA-SALDO.
           MOVE "CLIAPRV" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.
           ADD 1 TO WRK-NTR-SEQUENCIA.

           OPEN EXTEND AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF.

           MOVE ALP-SALDO-NOVO TO CM-SALDO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE CM-CHAVE                 TO AUD-CHAVE
           MOVE "AJUSTE"                 TO AUD-OPERACAO
           MOVE ALP-SALDO-ANTES          TO AUD-SALDO-ANTES
           MOVE CM-SALDO                 TO AUD-SALDO-DEPOIS
           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL
           WRITE AUDIT-TRAIL-RECORD.

           CLOSE AUDITORIA.

           PERFORM 8600-GRAVA-NUMERADOR.
           MOVE WRK-NUM-TRANSACAO TO ALP-NUM-TRANSACAO.
           MOVE "S" TO WRK-APLICADA.

      *---- TROCA DE DOCUMENTO: O NOVO DOCUMENTO NAO PODE TER SIDO
      *---- TOMADO POR OUTRA CONTA DESDE O PEDIDO; O ANTIGO SO SAI DO
      *---- INDICE SE AINDA APONTA PARA ESTA CONTA

       3400-APLICA-DOCUMENTO.
           OPEN I-O XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF = "35"
               OPEN OUTPUT XREF-DOCUMENTOS
               CLOSE XREF-DOCUMENTOS
               OPEN I-O XREF-DOCUMENTOS
           END-IF.

           IF CM-TIPO-CONTA = 2
               MOVE ALP-CNPJ-NOVO TO XRF-DOCUMENTO
           ELSE
               MOVE ALP-CPF-NOVO  TO XRF-DOCUMENTO
           END-IF.
           READ XREF-DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-CHAVE NOT = CM-CHAVE
                       DISPLAY "DOCUMENTO JA CADASTRADO PARA A CONTA "
                           XRF-CHAVE " - ALTERACAO NAO APLICADA"
                       CLOSE XREF-DOCUMENTOS
                       EXIT PARAGRAPH
                   END-IF
           END-READ.

           IF CM-TIPO-CONTA = 2
               MOVE CM-CNPJ TO XRF-DOCUMENTO
           ELSE
               MOVE CM-CPF  TO XRF-DOCUMENTO
           END-IF.
           READ XREF-DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-CHAVE = CM-CHAVE
                       DELETE XREF-DOCUMENTOS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

           IF CM-TIPO-CONTA = 2
               MOVE ALP-CNPJ-NOVO TO CM-CNPJ
               MOVE CM-CNPJ       TO XRF-DOCUMENTO
           ELSE
               MOVE ALP-CPF-NOVO  TO CM-CPF
               MOVE CM-CPF        TO XRF-DOCUMENTO
           END-IF.
           MOVE CM-CHAVE TO XRF-CHAVE.
           WRITE XREF-DOCUMENTO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           CLOSE XREF-DOCUMENTOS.
           MOVE "S" TO WRK-APLICADA.

      *---- ENCERRAMENTO: A CONTA E SO MARCADA COMO ENCERRADA,
      *---- PRESERVANDO O HISTORICO; O DOCUMENTO E OS COTITULARES SAO
      *---- LIBERADOS NO INDICE CRUZADO E O CONTATO E APOSENTADO

       3500-APLICA-ENCERRAMENTO.
           OPEN I-O XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF = "35"
               OPEN OUTPUT XREF-DOCUMENTOS
               CLOSE XREF-DOCUMENTOS
               OPEN I-O XREF-DOCUMENTOS
           END-IF.

           OPEN I-O COTITULARES.
           IF WRK-STATUS-COTIT = "35"
               OPEN OUTPUT COTITULARES
               CLOSE COTITULARES
               OPEN I-O COTITULARES
           END-IF.

           OPEN I-O CONTATOS.
           IF WRK-STATUS-CONTATOS = "35"
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF.

           OPEN I-O XREF-COTITULARES.
           IF WRK-STATUS-XREF-COTIT = "35"
               OPEN OUTPUT XREF-COTITULARES
               CLOSE XREF-COTITULARES
               OPEN I-O XREF-COTITULARES
           END-IF.

           MOVE "E" TO CM-SITUACAO.
           PERFORM 7200-EXCLUI-XREF.
           PERFORM 7300-LIBERA-COTITULARES.
           PERFORM 7400-EXCLUI-CONTATO.

           CLOSE XREF-DOCUMENTOS.
           CLOSE COTITULARES.
           CLOSE CONTATOS.
           CLOSE XREF-COTITULARES.
           MOVE "S" TO WRK-APLICADA.

      *---- RECUSA: NADA E APLICADO E O PEDIDO SAI DA FILA COM A
      *---- DECISAO E O SUPERVISOR GRAVADOS

       4000-RECUSA-ALTERACAO.
           PERFORM 2100-ESCOLHE-PENDENTE.
           IF WRK-NR-ESCOLHIDO IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE "N"                 TO ALP-STATUS
           MOVE WRK-OPERADOR        TO ALP-APROVADOR
           MOVE WRK-DATA-HORA (1:8) TO ALP-DATA-DECISAO
           MOVE REG-ALTERACAO-PENDENTE TO
               WRK-ALP-REG (WRK-NR-ESCOLHIDO)
           MOVE "S" TO WRK-HOUVE-ALTERACAO.

           MOVE "RECUSA" TO WRK-LOG-ACAO.
           PERFORM 6000-GRAVA-LOG-DECISAO.

           DISPLAY "ALTERACAO RECUSADA".

      *---- MARCA O PEDIDO COMO APLICADO NA TABELA E GRAVA NO LOG DE
      *---- MANUTENCAO A ALTERACAO FEITA, EM NOME DO APROVADOR, COM A
      *---- MESMA ACAO QUE O CLIMANT USAVA AO APLICAR DIRETO

       5000-MARCA-APLICADA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE "A"                 TO ALP-STATUS
           MOVE WRK-OPERADOR        TO ALP-APROVADOR
           MOVE WRK-DATA-HORA (1:8) TO ALP-DATA-DECISAO
           MOVE REG-ALTERACAO-PENDENTE TO
               WRK-ALP-REG (WRK-NR-ESCOLHIDO)
           MOVE "S" TO WRK-HOUVE-ALTERACAO.

           IF ALP-TIPO = "E"
               MOVE "ENCERRA"   TO WRK-LOG-ACAO
           ELSE
               MOVE "ALTERACAO" TO WRK-LOG-ACAO
           END-IF.
           PERFORM 6000-GRAVA-LOG-DECISAO.

       6000-GRAVA-LOG-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND LOG-MANUTENCAO.
           IF WRK-STATUS-LOG NOT = "00"
               OPEN OUTPUT LOG-MANUTENCAO
           END-IF.

           PERFORM 2200-DESCREVE-TIPO.
           IF ALP-TIPO = "E"
               MOVE "SITUACAO"    TO WRK-LOG-CAMPO
           ELSE
               MOVE WRK-TIPO-DESC TO WRK-LOG-CAMPO
           END-IF.

           MOVE ALP-CHAVE              TO LOG-CHAVE
           MOVE WRK-LOG-ACAO           TO LOG-ACAO
           MOVE WRK-LOG-CAMPO          TO LOG-CAMPO
           MOVE ALP-VALOR-ANTES        TO LOG-VALOR-ANTES
           MOVE ALP-VALOR-DEPOIS       TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

           CLOSE LOG-MANUTENCAO.

      *---- REMOVE DO INDICE TODO DOCUMENTO PRESENTE NO REGISTRO (CPF
      *---- E CNPJ), POIS O TIPO DA CONTA PODE TER SIDO ALTERADO DEPOIS
      *---- DA INCLUSAO E O INDICE GUARDA O DOCUMENTO ORIGINAL

       7200-EXCLUI-XREF.
           IF CM-CPF NOT = ZEROS
               MOVE CM-CPF TO XRF-DOCUMENTO
               DELETE XREF-DOCUMENTOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF CM-CNPJ NOT = ZEROS
               MOVE CM-CNPJ TO XRF-DOCUMENTO
               DELETE XREF-DOCUMENTOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *---- NO ENCERRAMENTO DA CONTA OS CPFS DOS COTITULARES TAMBEM
      *---- SAO LIBERADOS NO INDICE CRUZADO; OS REGISTROS DE
      *---- COTITULAR FICAM COMO HISTORICO DA CONTA ENCERRADA

       7300-LIBERA-COTITULARES.
           MOVE CM-CHAVE TO COT-CHAVE.
           MOVE ZEROS    TO COT-SEQUENCIA.

           START COTITULARES KEY IS GREATER THAN OR EQUAL TO COT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-COTIT.
           PERFORM UNTIL WRK-FIM-COTIT-SIM
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-COTIT
                   NOT AT END
                       IF COT-CHAVE = CM-CHAVE
                           MOVE COT-CPF TO XRF-DOCUMENTO
                           DELETE XREF-DOCUMENTOS RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE COT-CPF   TO CTX-CPF
                           MOVE COT-CHAVE TO CTX-CHAVE
                           DELETE XREF-COTITULARES RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           MOVE "S" TO WRK-FIM-COTIT
                       END-IF
               END-READ
           END-PERFORM.

      *---- O ENCERRAMENTO DA CONTA APOSENTA O REGISTRO DE CONTATO
      *---- JUNTO: SEM CONTA ATIVA NAO HA CORRESPONDENCIA A POSTAR

       7400-EXCLUI-CONTATO.
           MOVE CM-CHAVE TO CTT-CHAVE.
           READ CONTATOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           DELETE CONTATOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *---- REGRAVA A FILA DE ALTERACOES POR INTEIRO COM OS STATUS
      *---- ATUALIZADOS

       8000-REGRAVA-ALTERACOES.
           OPEN OUTPUT ALTERACOES-PENDENTES.
           PERFORM VARYING WRK-IND-ALP FROM 1 BY 1
                   UNTIL WRK-IND-ALP > WRK-QTDE-ALP
               MOVE WRK-ALP-REG (WRK-IND-ALP) TO
                   REG-ALTERACAO-PENDENTE
               WRITE REG-ALTERACAO-PENDENTE
           END-PERFORM.
           CLOSE ALTERACOES-PENDENTES.

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

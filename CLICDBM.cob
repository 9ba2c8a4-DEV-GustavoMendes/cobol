      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICDBM.
      * MANUTENCAO DOS DEPOSITOS A PRAZO (CDB) - INCLUI A APLICACAO
      * (PRINCIPAL, TAXA ANUAL CONTRATADA, VENCIMENTO E CONTA CORRENTE
      * VINCULADA), APROVA O RESGATE ANTECIPADO, CANCELA APLICACAO
      * AINDA NAO GERADA E LISTA OS CDB DA CONTA. A INCLUSAO NAO MEXE
      * EM SALDO: O CDB NASCE PENDENTE E O DEBITO DA CONTA VINCULADA E
      * GERADO PELO CLICDBG NO ARQUIVO DE LANCAMENTOS, POSTANDO PELO
      * CAMINHO NORMAL DO CLIENTES; O RESGATE ANTECIPADO EXIGE NIVEL
      * SUPERVISOR, QUE FICA GRAVADO COMO APROVADOR, E E EXECUTADO
      * PELO CLICDBD NO LOTE. TODA ALTERACAO E GRAVADA NO LOG DE
      * MANUTENCAO (CLIMLG), COMO NO CLIBLQM
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

           SELECT DEPOSITOS-PRAZO ASSIGN TO "CLICDB"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CDB-ID
               FILE STATUS    IS WRK-STATUS-CDB.

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

       FD  DEPOSITOS-PRAZO
           LABEL RECORD IS STANDARD.
           COPY CLICDB.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-CDB       PICTURE X(02)  VALUE SPACES.
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
           88  WRK-ACAO-APLICAR            VALUE 1.
           88  WRK-ACAO-RESGATAR           VALUE 2.
           88  WRK-ACAO-CANCELAR           VALUE 3.
           88  WRK-ACAO-LISTAR             VALUE 4.
       01  WRK-CHAVE-TITULAR    PICTURE X(10)  VALUE SPACES.
       01  WRK-CHAVE-VINCULADA  PICTURE X(10)  VALUE SPACES.
       01  WRK-MOEDA-VINCULADA  PICTURE X(03)  VALUE SPACES.
       01  WRK-SEQ-CDB          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-SEQ-MAX          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-FIM-CDB          PICTURE X(01)  VALUE "N".
           88  WRK-FIM-CDB-SIM               VALUE "S".
       01  WRK-VALOR-PRINCIPAL  PICTURE S9(10) SIGN LEADING SEPARATE.
       01  WRK-TAXA-ANUAL       PICTURE 9V9999 VALUE ZEROS.
       01  WRK-DATA-VENCIMENTO  PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENCIMENTO.
           05  WRK-VENC-ANO     PICTURE 9(04).
           05  WRK-VENC-MES     PICTURE 9(02).
           05  WRK-VENC-DIA     PICTURE 9(02).
       01  WRK-VALOR-VALIDO     PICTURE X(01)  VALUE "N".
           88  WRK-VALOR-VALIDO-SIM          VALUE "S".
       01  WRK-QTDE-LISTADOS    PICTURE 9(03)  VALUE ZEROS.
       01  WRK-TOTAL-APLICADO   PICTURE S9(11) COMP-3 VALUE ZEROS.
       01  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TAXA-ED          PICTURE 9,9999.
       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.
       01  WRK-LOG-ACAO         PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-CAMPO.
           05  FILLER           PICTURE X(04)  VALUE "CDB-".
           05  WRK-LOG-SEQ      PICTURE 9(03)  VALUE ZEROS.
           05  FILLER           PICTURE X(01)  VALUE "-".
           05  WRK-LOG-ITEM     PICTURE X(07)  VALUE SPACES.

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

           DISPLAY "CDB (1-APLICAR,2-RESGATE ANTECIPADO,3-CANCELAR,"
               "4-LISTAR) ? "
               ACCEPT WRK-ACAO.
           DISPLAY "DIGITE A CHAVE DO CLIENTE "
               ACCEPT CM-CHAVE.
           MOVE CM-CHAVE TO WRK-CHAVE-TITULAR.

           EVALUATE TRUE
               WHEN WRK-ACAO-APLICAR
                   PERFORM 2000-INCLUI-APLICACAO
               WHEN WRK-ACAO-RESGATAR
                   IF WRK-OPERADOR-NIVEL IS LESS THAN 2
                       DISPLAY "RESGATE ANTECIPADO REQUER NIVEL "
                           "SUPERVISOR"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 3000-APROVA-RESGATE
                   END-IF
               WHEN WRK-ACAO-CANCELAR
                   PERFORM 3500-CANCELA-APLICACAO
               WHEN WRK-ACAO-LISTAR
                   PERFORM 4000-LISTA-CDB
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

           OPEN I-O DEPOSITOS-PRAZO.
           IF WRK-STATUS-CDB = "35"
               OPEN OUTPUT DEPOSITOS-PRAZO
               CLOSE DEPOSITOS-PRAZO
               OPEN I-O DEPOSITOS-PRAZO
           END-IF.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "CADASTRO DE CDB INDISPONIVEL - STATUS "
                   WRK-STATUS-CDB
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

      *---- INCLUSAO DA APLICACAO: A CONTA DO TITULAR PRECISA EXISTIR
      *---- E NAO ESTAR ENCERRADA NEM BLOQUEADA; A CONTA VINCULADA
      *---- (EM BRANCO = A PROPRIA CONTA DO TITULAR) TAMBEM, E NAO
      *---- PODE SER POUPANCA. O CDB E GRAVADO PENDENTE ("P") NA
      *---- MOEDA DA CONTA VINCULADA, COM A PROXIMA SEQUENCIA DA
      *---- CONTA; O SALDO SO E DEBITADO QUANDO A APLICACAO GERADA
      *---- PELO CLICDBG POSTAR NO LOTE

       2000-INCLUI-APLICACAO.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "E" OR CM-SITUACAO = "B"
               DISPLAY "CONTA ENCERRADA OU BLOQUEADA NAO APLICA EM CDB"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONTA CORRENTE VINCULADA (BRANCO = A PROPRIA) "
               ACCEPT WRK-CHAVE-VINCULADA.
           IF WRK-CHAVE-VINCULADA IS EQUAL TO SPACES
               MOVE WRK-CHAVE-TITULAR TO WRK-CHAVE-VINCULADA
           END-IF.

           MOVE WRK-CHAVE-VINCULADA TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "CONTA VINCULADA NAO CADASTRADA"
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "E" OR CM-SITUACAO = "B"
               DISPLAY "CONTA VINCULADA ENCERRADA OU BLOQUEADA"
               EXIT PARAGRAPH
           END-IF.
           IF CM-TIPO-CONTA = 3
               DISPLAY "CONTA VINCULADA PRECISA SER CONTA CORRENTE - "
                   "POUPANCA NAO ACEITA"
               EXIT PARAGRAPH
           END-IF.

           IF CM-MOEDA IS EQUAL TO SPACES
               MOVE "BRL"    TO WRK-MOEDA-VINCULADA
           ELSE
               MOVE CM-MOEDA TO WRK-MOEDA-VINCULADA
           END-IF.

           PERFORM 2100-ACEITA-PRINCIPAL.
           PERFORM 2200-ACEITA-TAXA.
           PERFORM 2300-ACEITA-VENCIMENTO.

           MOVE WRK-CHAVE-TITULAR TO CM-CHAVE.
           PERFORM 2400-PROXIMA-SEQUENCIA.
           IF WRK-SEQ-MAX IS NOT LESS THAN 999
               DISPLAY "CONTA JA ATINGIU O NUMERO MAXIMO DE CDB - "
                   "APLICACAO NAO INCLUIDA"
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CHAVE-TITULAR   TO CDB-CHAVE
           COMPUTE CDB-SEQUENCIA = WRK-SEQ-MAX + 1
           MOVE WRK-CHAVE-VINCULADA TO CDB-CHAVE-VINCULADA
           MOVE WRK-MOEDA-VINCULADA TO CDB-MOEDA
           MOVE WRK-VALOR-PRINCIPAL TO CDB-PRINCIPAL
           MOVE WRK-TAXA-ANUAL      TO CDB-TAXA-ANUAL
           MOVE ZEROS               TO CDB-DATA-INICIO
           MOVE WRK-DATA-VENCIMENTO TO CDB-DATA-VENCIMENTO
           MOVE "P"                 TO CDB-SITUACAO
           MOVE WRK-OPERADOR        TO CDB-OPERADOR
           MOVE WRK-DATA-HOJE       TO CDB-DATA-INCLUSAO
           MOVE SPACES              TO CDB-NUM-APLICACAO
                                       CDB-APROVADOR-RESGATE
                                       CDB-NUM-RESGATE
           MOVE ZEROS               TO CDB-DATA-GERACAO
                                       CDB-JUROS-ACUM
                                       CDB-DATA-ULT-ACUM
                                       CDB-DATA-APROVACAO
                                       CDB-DATA-RESGATE
                                       CDB-JUROS-PAGOS
                                       CDB-IMPOSTO
                                       CDB-MULTA

           WRITE CDB-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR CDB - STATUS "
                       WRK-STATUS-CDB
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE "INC-CDB"     TO WRK-LOG-ACAO.
           MOVE CDB-SEQUENCIA TO WRK-LOG-SEQ.
           MOVE SPACES        TO WRK-VALOR-ANTES-ED.

           MOVE "PRINCIP"     TO WRK-LOG-ITEM
           MOVE CDB-PRINCIPAL TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED  TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           MOVE "TAXA"         TO WRK-LOG-ITEM
           MOVE CDB-TAXA-ANUAL TO WRK-TAXA-ED
           MOVE WRK-TAXA-ED    TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           MOVE "VENCTO"            TO WRK-LOG-ITEM
           MOVE CDB-DATA-VENCIMENTO TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           MOVE "VINCUL"            TO WRK-LOG-ITEM
           MOVE CDB-CHAVE-VINCULADA TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "CDB INCLUIDO COM SEQUENCIA " CDB-SEQUENCIA
               " - DEBITO DA CONTA " CDB-CHAVE-VINCULADA
               " NO PROXIMO LOTE".

       2100-ACEITA-PRINCIPAL.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM UNTIL WRK-VALOR-VALIDO-SIM
               DISPLAY "VALOR DO PRINCIPAL (NA MOEDA DA CONTA "
                   "VINCULADA) "
               ACCEPT WRK-VALOR-PRINCIPAL
               IF WRK-VALOR-PRINCIPAL IS NOT NUMERIC OR
                       WRK-VALOR-PRINCIPAL IS NOT GREATER THAN ZERO
                   DISPLAY "VALOR INVALIDO - DIGITE UM VALOR POSITIVO"
               ELSE
                   MOVE "S" TO WRK-VALOR-VALIDO
               END-IF
           END-PERFORM.

      *---- TAXA E DIGITADA SEM VIRGULA (4 CASAS DECIMAIS IMPLICITAS,
      *---- PIC 9V9999) - EX: DIGITAR 01200 PARA 0,1200 (12% AO ANO)

       2200-ACEITA-TAXA.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM UNTIL WRK-VALOR-VALIDO-SIM
               DISPLAY "TAXA ANUAL CONTRATADA, SEM VIRGULA "
               DISPLAY "(4 CASAS DECIMAIS - EX: 01200 = 0,1200) "
               ACCEPT WRK-TAXA-ANUAL
               IF WRK-TAXA-ANUAL IS NOT NUMERIC OR
                       WRK-TAXA-ANUAL IS EQUAL TO ZERO
                   DISPLAY "TAXA INVALIDA - DIGITE APENAS NUMEROS"
               ELSE
                   MOVE "S" TO WRK-VALOR-VALIDO
               END-IF
           END-PERFORM.

      *---- O VENCIMENTO PRECISA SER UMA DATA POSTERIOR A HOJE

       2300-ACEITA-VENCIMENTO.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM UNTIL WRK-VALOR-VALIDO-SIM
               DISPLAY "DATA DE VENCIMENTO (AAAAMMDD) "
               ACCEPT WRK-DATA-VENCIMENTO
               IF WRK-DATA-VENCIMENTO IS NOT NUMERIC OR
                       WRK-VENC-MES IS LESS THAN 1 OR
                       WRK-VENC-MES IS GREATER THAN 12 OR
                       WRK-VENC-DIA IS LESS THAN 1 OR
                       WRK-VENC-DIA IS GREATER THAN 31 OR
                       WRK-DATA-VENCIMENTO IS NOT GREATER THAN
                       WRK-DATA-HOJE
                   DISPLAY "VENCIMENTO INVALIDO - DIGITE UMA DATA "
                       "FUTURA"
               ELSE
                   MOVE "S" TO WRK-VALOR-VALIDO
               END-IF
           END-PERFORM.

      *---- PROCURA A MAIOR SEQUENCIA JA USADA PELOS CDB DA CONTA
      *---- PARA ATRIBUIR A PROXIMA (MESMO IDIOMA DO CLIBLQM)

       2400-PROXIMA-SEQUENCIA.
           MOVE ZEROS    TO WRK-SEQ-MAX.
           MOVE CM-CHAVE TO CDB-CHAVE.
           MOVE ZEROS    TO CDB-SEQUENCIA.

           START DEPOSITOS-PRAZO KEY IS GREATER THAN OR EQUAL TO CDB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-CDB.
           PERFORM UNTIL WRK-FIM-CDB-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       IF CDB-CHAVE = CM-CHAVE
                           MOVE CDB-SEQUENCIA TO WRK-SEQ-MAX
                       ELSE
                           MOVE "S" TO WRK-FIM-CDB
                       END-IF
               END-READ
           END-PERFORM.

      *---- RESGATE ANTECIPADO: SO CDB ATIVO. O SUPERVISOR FICA
      *---- GRAVADO COMO APROVADOR E O CDB PASSA A "S"; O CREDITO NA
      *---- CONTA VINCULADA, COM A MULTA DA TABELA CLICDP SOBRE O
      *---- RENDIMENTO, E FEITO PELO CLICDBD NO PROXIMO LOTE

       3000-APROVA-RESGATE.
           DISPLAY "SEQUENCIA DO CDB "
               ACCEPT WRK-SEQ-CDB.

           MOVE CM-CHAVE    TO CDB-CHAVE
           MOVE WRK-SEQ-CDB TO CDB-SEQUENCIA.

           READ DEPOSITOS-PRAZO
               INVALID KEY
                   DISPLAY "CDB NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF CDB-SITUACAO NOT = "A"
               DISPLAY "SO CDB ATIVO PODE SER RESGATADO - SITUACAO "
                   CDB-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE "S"           TO CDB-SITUACAO
           MOVE WRK-OPERADOR  TO CDB-APROVADOR-RESGATE
           MOVE WRK-DATA-HOJE TO CDB-DATA-APROVACAO

           REWRITE CDB-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR CDB - STATUS "
                       WRK-STATUS-CDB
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "RESG-CDB"    TO WRK-LOG-ACAO
           MOVE CDB-SEQUENCIA TO WRK-LOG-SEQ
           MOVE "SITUAC"      TO WRK-LOG-ITEM
           MOVE "A"           TO WRK-VALOR-ANTES-ED
           MOVE "S"           TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "RESGATE ANTECIPADO APROVADO - CREDITO NO PROXIMO "
               "LOTE".

      *---- CANCELAMENTO: SO APLICACAO PENDENTE AINDA NAO GERADA NO
      *---- ARQUIVO DE LANCAMENTOS; O REGISTRO NAO E APAGADO, SO
      *---- MARCADO COMO CANCELADO

       3500-CANCELA-APLICACAO.
           DISPLAY "SEQUENCIA DO CDB "
               ACCEPT WRK-SEQ-CDB.

           MOVE CM-CHAVE    TO CDB-CHAVE
           MOVE WRK-SEQ-CDB TO CDB-SEQUENCIA.

           READ DEPOSITOS-PRAZO
               INVALID KEY
                   DISPLAY "CDB NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF CDB-SITUACAO NOT = "P"
               DISPLAY "SO APLICACAO PENDENTE PODE SER CANCELADA - "
                   "SITUACAO " CDB-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           IF CDB-NUM-APLICACAO NOT = SPACES
               DISPLAY "APLICACAO JA GERADA NO LOTE "
                   CDB-NUM-APLICACAO " - NAO PODE SER CANCELADA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO CDB-SITUACAO.

           REWRITE CDB-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR CDB - STATUS "
                       WRK-STATUS-CDB
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "CAN-CDB"     TO WRK-LOG-ACAO
           MOVE CDB-SEQUENCIA TO WRK-LOG-SEQ
           MOVE "SITUAC"      TO WRK-LOG-ITEM
           MOVE "P"           TO WRK-VALOR-ANTES-ED
           MOVE "C"           TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "APLICACAO CANCELADA".

      *---- LISTA TODOS OS CDB DA CONTA COM O TOTAL DE PRINCIPAL
      *---- APLICADO (ATIVOS E COM RESGATE APROVADO)

       4000-LISTA-CDB.
           MOVE ZEROS TO WRK-QTDE-LISTADOS WRK-TOTAL-APLICADO.
           MOVE CM-CHAVE TO CDB-CHAVE.
           MOVE ZEROS    TO CDB-SEQUENCIA.

           START DEPOSITOS-PRAZO KEY IS GREATER THAN OR EQUAL TO CDB-ID
               INVALID KEY
                   DISPLAY "NENHUM CDB PARA A CONTA"
                   EXIT PARAGRAPH
           END-START.

           DISPLAY "SEQ PRINCIPAL          TAXA   INICIO   VENCTO   "
               "SIT RENDIMENTO ACUM.".

           MOVE "N" TO WRK-FIM-CDB.
           PERFORM UNTIL WRK-FIM-CDB-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       IF CDB-CHAVE = CM-CHAVE
                           PERFORM 4100-MOSTRA-CDB
                       ELSE
                           MOVE "S" TO WRK-FIM-CDB
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-QTDE-LISTADOS IS EQUAL TO ZERO
               DISPLAY "NENHUM CDB PARA A CONTA"
           ELSE
               MOVE WRK-TOTAL-APLICADO TO WRK-VALOR-ED
               DISPLAY "TOTAL DE PRINCIPAL APLICADO: " WRK-VALOR-ED
           END-IF.

       4100-MOSTRA-CDB.
           ADD 1 TO WRK-QTDE-LISTADOS.
           MOVE CDB-PRINCIPAL  TO WRK-VALOR-ED.
           MOVE CDB-TAXA-ANUAL TO WRK-TAXA-ED.
           DISPLAY CDB-SEQUENCIA " " WRK-VALOR-ED " " WRK-TAXA-ED
               " " CDB-DATA-INICIO " " CDB-DATA-VENCIMENTO " "
               CDB-SITUACAO.
           MOVE CDB-JUROS-ACUM TO WRK-VALOR-ED.
           DISPLAY "    VINCULADA " CDB-CHAVE-VINCULADA " "
               CDB-MOEDA " RENDIMENTO ACUMULADO " WRK-VALOR-ED
               " ATE " CDB-DATA-ULT-ACUM.
           IF CDB-SITUACAO = "L" OR CDB-SITUACAO = "R"
               MOVE CDB-JUROS-PAGOS TO WRK-VALOR-ED
               DISPLAY "    RESGATE EM " CDB-DATA-RESGATE
                   " JUROS PAGOS " WRK-VALOR-ED
               MOVE CDB-IMPOSTO TO WRK-VALOR-ED
               DISPLAY "    IMPOSTO RETIDO " WRK-VALOR-ED
               MOVE CDB-MULTA TO WRK-VALOR-ED
               DISPLAY "    MULTA " WRK-VALOR-ED
           END-IF.
           IF CDB-SITUACAO = "S"
               DISPLAY "    RESGATE APROVADO POR "
                   CDB-APROVADOR-RESGATE " EM " CDB-DATA-APROVACAO
           END-IF.
           IF CDB-SITUACAO = "A" OR CDB-SITUACAO = "S"
               ADD CDB-PRINCIPAL TO WRK-TOTAL-APLICADO
           END-IF.

      *---- GRAVA UM REGISTRO NO LOG DE MANUTENCAO

       5000-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE WRK-CHAVE-TITULAR      TO LOG-CHAVE
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
           CLOSE DEPOSITOS-PRAZO.
           CLOSE LOG-MANUTENCAO.

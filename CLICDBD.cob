      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICDBD.
      * PROCESSAMENTO DIARIO DOS DEPOSITOS A PRAZO (CDB) - RODA NO
      * CLIBATCH DEPOIS DA POSTAGEM DO DIA E ANTES DA RECONCILIACAO
      * FINAL, EM TRES ETAPAS POR CDB:
      * 1) CONFIRMACAO DA APLICACAO: O CDB PENDENTE CUJO DEBITO "I"
      *    (CDB-NUM-APLICACAO, GERADO PELO CLICDBG) CHEGOU A TRILHA DE
      *    AUDITORIA COMO "APLIC-CDB" PASSA A ATIVO, COM INICIO NA
      *    DATA DO PROCESSAMENTO. DEBITO RETIDO PARA APROVACAO
      *    (CLIPND PENDENTE) ESPERA; NEGADO, OU DE ARQUIVO JA POSTADO
      *    SEM TER CHEGADO A TRILHA (SALDO MINIMO, CONTA BLOQUEADA OU
      *    ENCERRADA), CANCELA O CDB. ARQUIVO DE DIA ANTERIOR QUE
      *    NUNCA FOI POSTADO PERDEU O DETALHE: O NUMERO E LIMPO E O
      *    CLICDBG GERA A APLICACAO DE NOVO (MESMA CONFERENCIA DE
      *    ARQUIVO POSTADO DAS ORDENS NO CLIAVIS)
      * 2) RENDIMENTO: JUROS SIMPLES POR DIA CORRIDO, BASE 365, SOBRE
      *    O PRINCIPAL, ATE A DATA DO PROCESSAMENTO OU O VENCIMENTO; O
      *    CDB E ACUMULADO UMA UNICA VEZ POR DATA (CDB-DATA-ULT-ACUM),
      *    DE MODO QUE UMA REEXECUCAO NAO CONTA O DIA EM DOBRO
      * 3) RESGATE: NO VENCIMENTO, OU COM RESGATE ANTECIPADO APROVADO
      *    PELO SUPERVISOR NO CLICDBM, CREDITA NA CONTA VINCULADA O
      *    PRINCIPAL ("RESG-CDB") E O RENDIMENTO ("JUROS", O MESMO
      *    MOVIMENTO DA POUPANCA, PARA EXTRATO, INFORME E CONTABIL) E
      *    DEBITA O IMPOSTO RETIDO ("IR-JUROS") PELA TABELA CLIIRT,
      *    GRAVANDO A RETENCAO NO CLIIRF COMO O CLIJUROS. NO RESGATE
      *    ANTECIPADO O CLIENTE PERDE A FRACAO DO RENDIMENTO DADA PELA
      *    TABELA DE MULTA (CLICDP) PARA OS DIAS CORRIDOS DESDE O
      *    INICIO, E O IMPOSTO INCIDE SO SOBRE O RENDIMENTO PAGO
      * CONTA VINCULADA INEXISTENTE, ENCERRADA, BLOQUEADA OU EM OUTRA
      * MOEDA SEGURA O RESGATE (O CDB CONTINUA E E TENTADO DE NOVO NO
      * DIA SEGUINTE) E DEVOLVE CONDITION CODE 4; RESGATE ANTECIPADO
      * SEM TABELA DE MULTA VALIDA TAMBEM
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-PRAZO ASSIGN TO "CLICDB"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CDB-ID
               FILE STATUS    IS WRK-STATUS-CDB.

           SELECT TABELA-MULTA ASSIGN TO "CLICDP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-MULTA.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT AUDITORIA-ARQUIVO ASSIGN TO "CLIAUDA"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ARQUIVO.

           SELECT PENDENTES-APROVACAO ASSIGN TO "CLIPND"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PENDENTES.

           SELECT REGISTRO-ARQUIVOS ASSIGN TO "CLILID"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REGISTRO.

           SELECT ALIQUOTAS-IR ASSIGN TO "CLIIRT"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALIQUOTAS.

           SELECT RETENCOES-IR ASSIGN TO "CLIIRF"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RETENCOES.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  DEPOSITOS-PRAZO
           LABEL RECORD IS STANDARD.
           COPY CLICDB.

       FD  TABELA-MULTA
           LABEL RECORD IS STANDARD.
           COPY CLICDP.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  AUDITORIA-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY CLIAUD REPLACING ==AUDIT-TRAIL-RECORD== BY
                                 ==ARQUIVO-TRAIL-RECORD==
                                 LEADING ==AUD== BY ==ARQ==.

       FD  PENDENTES-APROVACAO
           LABEL RECORD IS STANDARD.
           COPY CLIPND.

       FD  REGISTRO-ARQUIVOS
           LABEL RECORD IS STANDARD.
           COPY CLILID.

       FD  ALIQUOTAS-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRT.

       FD  RETENCOES-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRF.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CDB       PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MULTA     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ARQUIVO   PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PENDENTES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-REGISTRO  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK              VALUE "S".
       01  WRK-FIM-OPERADORES   PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM       VALUE "S".
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM          VALUE "S".
       01  WRK-FIM-CDB          PICTURE X(01) VALUE "N".
           88  WRK-FIM-CDB-SIM              VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-SALDO-ANTES      PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-AUD-OPERACAO     PICTURE X(10) VALUE SPACES.
       01  WRK-MOEDA-CONTA      PICTURE X(03) VALUE SPACES.
       01  WRK-MOTIVO           PICTURE X(40) VALUE SPACES.

      *----RENDIMENTO E RESGATE: WRK-DATA-ATE E O LIMITE DO PERIODO
      *----QUE RENDE HOJE (PROCESSAMENTO OU VENCIMENTO, O QUE VIER
      *----ANTES); WRK-JUROS E O RENDIMENTO PAGO NO RESGATE (JA SEM A
      *----MULTA), ARREDONDADO PARA UNIDADES
       01  WRK-DATA-ATE         PICTURE 9(08) VALUE ZEROS.
       01  WRK-DIAS             PICTURE 9(05) VALUE ZEROS.
       01  WRK-JUROS            PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-MULTA            PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-PCT-MULTA        PICTURE 9V9999 VALUE ZEROS.
       01  WRK-IR               PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-ANTECIPADO       PICTURE X(01) VALUE "N".
           88  WRK-ANTECIPADO-SIM           VALUE "S".

      *----TABELA DE MULTA DO RESGATE ANTECIPADO (CLICDP), EM ORDEM
      *----CRESCENTE DE DIAS; AUSENTE, VAZIA OU FORA DE ORDEM NAO E
      *----USADA E O RESGATE ANTECIPADO ESPERA
       01  WRK-MULTA-OK-SW      PICTURE X(01) VALUE "N".
           88  WRK-MULTA-OK                 VALUE "S".
       01  WRK-FIM-MULTA        PICTURE X(01) VALUE "N".
           88  WRK-FIM-MULTA-SIM            VALUE "S".
       01  WRK-TAB-MULTA.
           05  WRK-MUL-FAIXA OCCURS 20 TIMES.
               10  WRK-MUL-DIAS         PICTURE 9(05).
               10  WRK-MUL-PCT          PICTURE 9V9999.
       01  WRK-QTDE-MULTAS      PICTURE 9(02) VALUE ZEROS.
       01  WRK-MUL-IND          PICTURE 9(02) VALUE ZEROS.

      *----CDB PENDENTES COM APLICACAO JA GERADA, A CONFERIR, NA
      *----ORDEM DA CHAVE DO CLICDB
      *----WRK-CNF-RESULTADO: ESPACO-SEM NOTICIA  P-POSTOU
      *----A-AGUARDANDO APROVACAO  N-NEGADO PELO SUPERVISOR
       01  WRK-TAB-CONFIRMA.
           05  WRK-CNF-ENTRADA OCCURS 2000 TIMES.
               10  WRK-CNF-ID           PICTURE X(13).
               10  WRK-CNF-NTR          PICTURE X(16).
               10  WRK-CNF-ARQ-POSTADO  PICTURE X(01).
               10  WRK-CNF-RESULTADO    PICTURE X(01).
       01  WRK-QTDE-CNF         PICTURE 9(04) VALUE ZEROS.
       01  WRK-CNF-IND          PICTURE 9(04) VALUE ZEROS.
       01  WRK-CNF-CURSOR       PICTURE 9(04) VALUE ZEROS.
       01  WRK-NTR-TRILHA       PICTURE X(16) VALUE SPACES.

       01  WRK-QTDE-CONFIRMADOS PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-CANCELADOS  PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-REGERAR     PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-ACUMULADOS  PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-RESGATADOS  PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-RETIDOS     PICTURE 9(07) VALUE ZEROS.
       01  WRK-TOTAL-PRINCIPAL  PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-JUROS      PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9.

      *----RETENCAO DE IMPOSTO DE RENDA NO RESGATE: A DATA DE
      *----REFERENCIA E A DO PROCESSAMENTO - ELA ESCOLHE A ALIQUOTA E
      *----A TAXA DE CAMBIO VIGENTES E DA O PERIODO (AAAAMM)
       01  WRK-STATUS-ALIQUOTAS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RETENCOES PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ALIQUOTAS    PICTURE X(01) VALUE "N".
           88  WRK-FIM-ALIQUOTAS-SIM        VALUE "S".
       01  WRK-DATA-REFERENCIA  PICTURE 9(08) VALUE ZEROS.

      *----ALIQUOTA VIGENTE POR TIPO DE CONTA (1-4) E INDICADOR DE
      *----ISENCAO (1-NAO ISENTA  2-ISENTA), CARREGADA DO CLIIRT
       01  WRK-TAB-ALIQUOTAS.
           05  WRK-ALIQ-TIPO OCCURS 4 TIMES.
               10  WRK-ALIQ-ISENCAO OCCURS 2 TIMES.
                   15  WRK-ALIQ-TAXA     PICTURE 9V9999.
                   15  WRK-ALIQ-VIGENCIA PICTURE 9(08).
       01  WRK-IND-ISENCAO      PICTURE 9(01) VALUE ZERO.

           COPY CLIMOE.

      *----CADA CREDITO E DEBITO DO RESGATE RECEBE UM NUMERO DE
      *----TRANSACAO DO NUMERADOR (CLINTR), ORIGEM "CLICDBD"
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
           PERFORM 0050-LE-PARAMETROS.

      *---- O OPERADOR DO LOTE ASSINA OS MOVIMENTOS DE RESGATE NA
      *---- TRILHA DE AUDITORIA

           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.
           PERFORM 0100-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT DEPOSITOS-PRAZO.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "CADASTRO DE CDB AUSENTE - NADA A PROCESSAR"
               MOVE 0 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGA-PENDENTES.
           CLOSE DEPOSITOS-PRAZO.

           IF WRK-QTDE-CNF > ZEROS
               PERFORM 1300-ARQUIVOS-POSTADOS
               PERFORM 1400-TRILHA
               PERFORM 1500-PENDENTES-APROVACAO
           END-IF.

           MOVE PRM-DATA-PROCESSO TO WRK-DATA-REFERENCIA.
           PERFORM 1060-CARREGA-ALIQUOTAS.
           PERFORM 1080-CARREGA-TAXAS.
           PERFORM 1100-CARREGA-MULTAS.

           OPEN I-O CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O DEPOSITOS-PRAZO.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "CADASTRO DE CDB INDISPONIVEL - STATUS "
                   WRK-STATUS-CDB
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN EXTEND RETENCOES-IR.
           IF WRK-STATUS-RETENCOES NOT = "00"
               OPEN OUTPUT RETENCOES-IR
           END-IF.

           MOVE "CLICDBD" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.

           PERFORM 2000-PROCESSA-CDB.

           PERFORM 9000-FECHAR-ARQUIVOS.
           IF WRK-QTDE-RESGATADOS > ZEROS
               PERFORM 8600-GRAVA-NUMERADOR
           END-IF.

           MOVE WRK-QTDE-CONFIRMADOS TO WRK-CONTADOR-ED.
           DISPLAY "APLICACOES CONFIRMADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-CANCELADOS TO WRK-CONTADOR-ED.
           DISPLAY "APLICACOES CANCELADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-REGERAR TO WRK-CONTADOR-ED.
           DISPLAY "APLICACOES A GERAR DE NOVO: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-ACUMULADOS TO WRK-CONTADOR-ED.
           DISPLAY "CDB COM RENDIMENTO ACUMULADO: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-RESGATADOS TO WRK-CONTADOR-ED.
           DISPLAY "CDB RESGATADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-RETIDOS TO WRK-CONTADOR-ED.
           DISPLAY "RESGATES RETIDOS: " WRK-CONTADOR-ED.

           IF WRK-QTDE-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- LE E CRITICA O ARQUIVO DE PARAMETROS DE EXECUCAO; SEM
      *---- PARAMETROS VALIDOS O PASSO NAO RODA

       0050-LE-PARAMETROS.
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

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

       0100-VALIDA-OPERADOR.
           MOVE "N" TO WRK-OPERADOR-OK-SW.

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
                           END-IF
                           MOVE "S" TO WRK-FIM-OPERADORES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERADORES.

      *---- CARREGA A TABELA DE ALIQUOTAS DE IMPOSTO DE RENDA: PARA
      *---- CADA TIPO DE CONTA E INDICADOR DE ISENCAO VALE A ALIQUOTA
      *---- DE VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA. SEM A
      *---- TABELA O PASSO NAO RODA - PAGAR RENDIMENTO SEM RETER O
      *---- IMPOSTO DEVIDO NAO TEM VOLTA

       1060-CARREGA-ALIQUOTAS.
           MOVE ZEROS TO WRK-TAB-ALIQUOTAS.

           OPEN INPUT ALIQUOTAS-IR.
           IF WRK-STATUS-ALIQUOTAS NOT = "00"
               DISPLAY "TABELA DE ALIQUOTAS DE IR AUSENTE - STATUS "
                   WRK-STATUS-ALIQUOTAS
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-FIM-ALIQUOTAS.
           PERFORM UNTIL WRK-FIM-ALIQUOTAS-SIM
               READ ALIQUOTAS-IR
                   AT END
                       MOVE "S" TO WRK-FIM-ALIQUOTAS
                   NOT AT END
                       PERFORM 1070-APLICA-ALIQUOTA
               END-READ
           END-PERFORM.

           CLOSE ALIQUOTAS-IR.

       1070-APLICA-ALIQUOTA.
           IF IRT-TIPO-CONTA IS LESS THAN 1 OR
                   IRT-TIPO-CONTA IS GREATER THAN 4 OR
                   IRT-DATA-VIGENCIA IS GREATER THAN
                   WRK-DATA-REFERENCIA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE IRT-ISENTO
               WHEN "N"
                   MOVE 1 TO WRK-IND-ISENCAO
               WHEN "S"
                   MOVE 2 TO WRK-IND-ISENCAO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF IRT-DATA-VIGENCIA IS GREATER THAN OR EQUAL TO
                   WRK-ALIQ-VIGENCIA (IRT-TIPO-CONTA, WRK-IND-ISENCAO)
               MOVE IRT-ALIQUOTA TO
                   WRK-ALIQ-TAXA (IRT-TIPO-CONTA, WRK-IND-ISENCAO)
               MOVE IRT-DATA-VIGENCIA TO
                   WRK-ALIQ-VIGENCIA (IRT-TIPO-CONTA, WRK-IND-ISENCAO)
           END-IF.

      *---- CARREGA AS TAXAS DE CONVERSAO VIGENTES NA DATA DE
      *---- REFERENCIA, SOBREPONDO OS VALORES PADRAO COMPILADOS; SO
      *---- SERVEM PARA GUARDAR A RETENCAO TAMBEM EM BRL

       1080-CARREGA-TAXAS.
           MOVE WRK-DATA-REFERENCIA TO WRK-TAXA-DATA-HOJE.
           MOVE ZEROS               TO WRK-TAB-TAXA-VIGENCIA.

           OPEN INPUT TAXAS-CAMBIO.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "ARQUIVO DE TAXAS AUSENTE - USANDO TAXAS PADRAO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-TAXAS-SW.
           PERFORM UNTIL WRK-FIM-TAXAS-SIM
               READ TAXAS-CAMBIO
                   AT END
                       MOVE "S" TO WRK-FIM-TAXAS-SW
                   NOT AT END
                       PERFORM 1090-APLICA-TAXA
               END-READ
           END-PERFORM.

           CLOSE TAXAS-CAMBIO.

       1090-APLICA-TAXA.
           IF TAX-DATA-VIGENCIA IS GREATER THAN WRK-TAXA-DATA-HOJE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF TAX-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                   IF TAX-DATA-VIGENCIA IS GREATER THAN OR EQUAL TO
                           WRK-TAXA-VIGENCIA (WRK-MOEDA-IND)
                       MOVE TAX-TAXA TO
                           WRK-MOEDA-TAXA (WRK-MOEDA-IND)
                       MOVE TAX-DATA-VIGENCIA TO
                           WRK-TAXA-VIGENCIA (WRK-MOEDA-IND)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---- CARREGA A TABELA DE MULTA DO RESGATE ANTECIPADO; SO E
      *---- USADA SE TODAS AS FAIXAS FOREM NUMERICAS, COM FRACAO ATE
      *---- 1,0000 E DIAS EM ORDEM ESTRITAMENTE CRESCENTE. SEM TABELA
      *---- VALIDA O VENCIMENTO SEGUE NORMAL, SO O RESGATE ANTECIPADO
      *---- FICA RETIDO

       1100-CARREGA-MULTAS.
           MOVE ZEROS TO WRK-QTDE-MULTAS.
           MOVE "N"   TO WRK-MULTA-OK-SW.

           OPEN INPUT TABELA-MULTA.
           IF WRK-STATUS-MULTA NOT = "00"
               DISPLAY "TABELA DE MULTA DE CDB AUSENTE - RESGATE "
                   "ANTECIPADO FICA RETIDO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WRK-MULTA-OK-SW.
           MOVE "N" TO WRK-FIM-MULTA.
           PERFORM UNTIL WRK-FIM-MULTA-SIM
               READ TABELA-MULTA
                   AT END
                       MOVE "S" TO WRK-FIM-MULTA
                   NOT AT END
                       PERFORM 1110-GUARDA-MULTA
               END-READ
           END-PERFORM.

           CLOSE TABELA-MULTA.

           IF WRK-QTDE-MULTAS = ZEROS
               MOVE "N" TO WRK-MULTA-OK-SW
           END-IF.
           IF NOT WRK-MULTA-OK
               DISPLAY "TABELA DE MULTA DE CDB VAZIA OU INVALIDA - "
                   "RESGATE ANTECIPADO FICA RETIDO"
           END-IF.

       1110-GUARDA-MULTA.
           IF CDP-DIAS-ATE IS NOT NUMERIC OR
                   CDP-PCT-MULTA IS NOT NUMERIC OR
                   CDP-PCT-MULTA IS GREATER THAN 1 OR
                   WRK-QTDE-MULTAS IS NOT LESS THAN 20
               MOVE "N" TO WRK-MULTA-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QTDE-MULTAS > ZEROS
               IF CDP-DIAS-ATE IS NOT GREATER THAN
                       WRK-MUL-DIAS (WRK-QTDE-MULTAS)
                   MOVE "N" TO WRK-MULTA-OK-SW
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WRK-QTDE-MULTAS.
           MOVE CDP-DIAS-ATE  TO WRK-MUL-DIAS (WRK-QTDE-MULTAS).
           MOVE CDP-PCT-MULTA TO WRK-MUL-PCT (WRK-QTDE-MULTAS).

      *---- GUARDA OS CDB PENDENTES CUJA APLICACAO JA FOI GERADA NO
      *---- ARQUIVO DE LANCAMENTOS, NA ORDEM DA CHAVE, PARA CONFERIR
      *---- O RESULTADO DA POSTAGEM ANTES DE ABRIR O CADASTRO PARA
      *---- ATUALIZACAO; O QUE NAO COUBER NA TABELA FICA PARA O DIA
      *---- SEGUINTE

       1200-CARREGA-PENDENTES.
           MOVE ZEROS TO WRK-QTDE-CNF.

           MOVE "N" TO WRK-FIM-CDB.
           PERFORM UNTIL WRK-FIM-CDB-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       IF CDB-SITUACAO = "P" AND
                               CDB-NUM-APLICACAO NOT = SPACES
                           PERFORM 1210-GUARDA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

       1210-GUARDA-PENDENTE.
           IF WRK-QTDE-CNF NOT < 2000
               DISPLAY "TABELA DE CONFERENCIA CHEIA - CDB " CDB-ID
                   " CONFERIDO NO PROXIMO PROCESSAMENTO"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-CNF.
           MOVE CDB-ID            TO WRK-CNF-ID (WRK-QTDE-CNF).
           MOVE CDB-NUM-APLICACAO TO WRK-CNF-NTR (WRK-QTDE-CNF).
           MOVE "N"               TO WRK-CNF-ARQ-POSTADO (WRK-QTDE-CNF).
           MOVE SPACES            TO WRK-CNF-RESULTADO (WRK-QTDE-CNF).

      *---- O ARQUIVO DE LANCAMENTOS EM QUE A APLICACAO FOI GERADA
      *---- (ORIGEM DO NUMERO) SO CONTA COMO POSTADO QUANDO ESTA NO
      *---- CADASTRO DE ARQUIVOS POSTADOS ATE O FIM

       1300-ARQUIVOS-POSTADOS.
           OPEN INPUT REGISTRO-ARQUIVOS.
           IF WRK-STATUS-REGISTRO NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REGISTRO-ARQUIVOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1310-MARCA-ARQUIVO
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-ARQUIVOS.

       1310-MARCA-ARQUIVO.
           PERFORM VARYING WRK-CNF-IND FROM 1 BY 1
                   UNTIL WRK-CNF-IND > WRK-QTDE-CNF
               IF WRK-CNF-NTR (WRK-CNF-IND) (1:8) = LID-ARQUIVO-ID
                   MOVE "S" TO WRK-CNF-ARQ-POSTADO (WRK-CNF-IND)
               END-IF
           END-PERFORM.

      *---- TRILHA ARQUIVADA E TRILHA CORRENTE: O DEBITO "APLIC-CDB"
      *---- COM O NUMERO DA APLICACAO CONFIRMA O CDB (INCLUSIVE O QUE
      *---- FICOU RETIDO E FOI APROVADO NO CLILIBR, QUE POSTA COM O
      *---- MESMO NUMERO)

       1400-TRILHA.
           OPEN INPUT AUDITORIA-ARQUIVO.
           IF WRK-STATUS-ARQUIVO = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ AUDITORIA-ARQUIVO
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ARQ-OPERACAO = "APLIC-CDB"
                               MOVE ARQ-NUM-TRANSACAO TO WRK-NTR-TRILHA
                               PERFORM 1410-MARCA-TRILHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ARQUIVO
           END-IF.

           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ AUDITORIA
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF AUD-OPERACAO = "APLIC-CDB"
                               MOVE AUD-NUM-TRANSACAO TO WRK-NTR-TRILHA
                               PERFORM 1410-MARCA-TRILHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

       1410-MARCA-TRILHA.
           PERFORM VARYING WRK-CNF-IND FROM 1 BY 1
                   UNTIL WRK-CNF-IND > WRK-QTDE-CNF
               IF WRK-CNF-NTR (WRK-CNF-IND) = WRK-NTR-TRILHA
                   MOVE "P" TO WRK-CNF-RESULTADO (WRK-CNF-IND)
               END-IF
           END-PERFORM.

      *---- APLICACAO RETIDA PARA APROVACAO (CLIPND PENDENTE) ESPERA
      *---- O SUPERVISOR NO CLILIBR; NEGADA CANCELA O CDB

       1500-PENDENTES-APROVACAO.
           OPEN INPUT PENDENTES-APROVACAO.
           IF WRK-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PENDENTES-APROVACAO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PND-OPERACAO = "I" AND
                               PND-NUM-TRANSACAO NOT = SPACES
                           PERFORM 1510-MARCA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDENTES-APROVACAO.

       1510-MARCA-PENDENTE.
           PERFORM VARYING WRK-CNF-IND FROM 1 BY 1
                   UNTIL WRK-CNF-IND > WRK-QTDE-CNF
               IF WRK-CNF-NTR (WRK-CNF-IND) = PND-NUM-TRANSACAO AND
                       WRK-CNF-RESULTADO (WRK-CNF-IND) = SPACES
                   EVALUATE PND-STATUS
                       WHEN "P"
                       WHEN SPACE
                           MOVE "A" TO WRK-CNF-RESULTADO (WRK-CNF-IND)
                       WHEN "N"
                           MOVE "N" TO WRK-CNF-RESULTADO (WRK-CNF-IND)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *---- PERCORRE O CADASTRO DE CDB NA ORDEM DA CHAVE: CONFIRMA
      *---- OU CANCELA AS APLICACOES, ACUMULA O RENDIMENTO DOS CDB
      *---- ATIVOS E RESGATA OS VENCIDOS E OS DE RESGATE ANTECIPADO
      *---- APROVADO

       2000-PROCESSA-CDB.
           MOVE 1 TO WRK-CNF-CURSOR.

           MOVE "N" TO WRK-FIM-CDB.
           PERFORM UNTIL WRK-FIM-CDB-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       PERFORM 2100-AVALIA-CDB
               END-READ
           END-PERFORM.

       2100-AVALIA-CDB.
           EVALUATE CDB-SITUACAO
               WHEN "P"
                   IF CDB-NUM-APLICACAO NOT = SPACES
                       PERFORM 2200-CONFIRMA-APLICACAO
                   END-IF
               WHEN "A"
               WHEN "S"
                   PERFORM 2300-ACUMULA-RENDIMENTO
                   IF CDB-DATA-VENCIMENTO NOT > PRM-DATA-PROCESSO
                       MOVE "N" TO WRK-ANTECIPADO
                       PERFORM 3000-RESGATA-CDB
                   ELSE
                       IF CDB-SITUACAO = "S"
                           MOVE "S" TO WRK-ANTECIPADO
                           PERFORM 3000-RESGATA-CDB
                       END-IF
                   END-IF
           END-EVALUATE.

      *---- RESULTADO DA POSTAGEM DA APLICACAO (TABELA MONTADA NA
      *---- MESMA ORDEM DA CHAVE, PERCORRIDA POR UM CURSOR)

       2200-CONFIRMA-APLICACAO.
           PERFORM UNTIL WRK-CNF-CURSOR > WRK-QTDE-CNF
               IF WRK-CNF-ID (WRK-CNF-CURSOR) NOT < CDB-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WRK-CNF-CURSOR
           END-PERFORM.

           IF WRK-CNF-CURSOR > WRK-QTDE-CNF
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CNF-ID (WRK-CNF-CURSOR) NOT = CDB-ID
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WRK-CNF-RESULTADO (WRK-CNF-CURSOR) = "P"
                   MOVE "A"               TO CDB-SITUACAO
                   MOVE PRM-DATA-PROCESSO TO CDB-DATA-INICIO
                                             CDB-DATA-ULT-ACUM
                   MOVE ZEROS             TO CDB-JUROS-ACUM
                   REWRITE CDB-RECORD
                   ADD 1 TO WRK-QTDE-CONFIRMADOS
               WHEN WRK-CNF-RESULTADO (WRK-CNF-CURSOR) = "A"
                   CONTINUE
               WHEN WRK-CNF-RESULTADO (WRK-CNF-CURSOR) = "N"
                   MOVE "APLICACAO NEGADA PELO SUPERVISOR" TO
                       WRK-MOTIVO
                   PERFORM 2210-CANCELA-APLICACAO
               WHEN WRK-CNF-ARQ-POSTADO (WRK-CNF-CURSOR) = "S"
                   MOVE "APLICACAO NAO POSTOU NA CONTA VINCULADA" TO
                       WRK-MOTIVO
                   PERFORM 2210-CANCELA-APLICACAO
               WHEN CDB-DATA-GERACAO < PRM-DATA-PROCESSO
                   DISPLAY "CDB " CDB-CHAVE " " CDB-SEQUENCIA
                       " - ARQUIVO " CDB-NUM-APLICACAO (1:8)
                       " NAO POSTADO, APLICACAO SERA GERADA DE NOVO"
                   MOVE SPACES TO CDB-NUM-APLICACAO
                   MOVE ZEROS  TO CDB-DATA-GERACAO
                   REWRITE CDB-RECORD
                   ADD 1 TO WRK-QTDE-REGERAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-CANCELA-APLICACAO.
           DISPLAY "CDB " CDB-CHAVE " " CDB-SEQUENCIA
               " CANCELADO - " WRK-MOTIVO.
           MOVE "C" TO CDB-SITUACAO.
           REWRITE CDB-RECORD.
           ADD 1 TO WRK-QTDE-CANCELADOS.

      *---- RENDIMENTO DOS DIAS CORRIDOS DESDE O ULTIMO ACUMULO ATE
      *---- HOJE, SEM PASSAR DO VENCIMENTO: PRINCIPAL X TAXA ANUAL X
      *---- DIAS / 365

       2300-ACUMULA-RENDIMENTO.
           IF CDB-DATA-ULT-ACUM = ZEROS
               MOVE CDB-DATA-INICIO TO CDB-DATA-ULT-ACUM
           END-IF.

           IF CDB-DATA-VENCIMENTO < PRM-DATA-PROCESSO
               MOVE CDB-DATA-VENCIMENTO TO WRK-DATA-ATE
           ELSE
               MOVE PRM-DATA-PROCESSO   TO WRK-DATA-ATE
           END-IF.

           IF CDB-DATA-ULT-ACUM NOT < WRK-DATA-ATE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-ATE) -
               FUNCTION INTEGER-OF-DATE (CDB-DATA-ULT-ACUM).
           COMPUTE CDB-JUROS-ACUM ROUNDED = CDB-JUROS-ACUM +
               CDB-PRINCIPAL * CDB-TAXA-ANUAL * WRK-DIAS / 365.
           MOVE WRK-DATA-ATE TO CDB-DATA-ULT-ACUM.

           REWRITE CDB-RECORD.
           ADD 1 TO WRK-QTDE-ACUMULADOS.

      *---- RESGATE (NO VENCIMENTO OU ANTECIPADO): A CONTA VINCULADA
      *---- PRECISA EXISTIR, ESTAR ATIVA OU DORMENTE (DORMENTE VOLTA A
      *---- ATIVA, COMO EM QUALQUER CREDITO) E TER A MOEDA DO CDB.
      *---- CREDITO DO PRINCIPAL E DO RENDIMENTO E DEBITO DO IMPOSTO
      *---- SAO MOVIMENTOS PROPRIOS, CADA UM COM SEU NUMERO, E NAO
      *---- PASSAM PELO SALDO MINIMO (O IMPOSTO NUNCA E MAIOR QUE O
      *---- RENDIMENTO ACABADO DE CREDITAR)

       3000-RESGATA-CDB.
           MOVE ZEROS TO WRK-MULTA WRK-PCT-MULTA WRK-IR.

           IF WRK-ANTECIPADO-SIM
               IF NOT WRK-MULTA-OK
                   MOVE "SEM TABELA DE MULTA VALIDA" TO WRK-MOTIVO
                   PERFORM 3900-RETEM-RESGATE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3050-CALCULA-MULTA
           END-IF.

           MOVE CDB-CHAVE-VINCULADA TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   MOVE "CONTA VINCULADA INEXISTENTE" TO WRK-MOTIVO
                   PERFORM 3900-RETEM-RESGATE
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "B" OR CM-SITUACAO = "E"
               MOVE "CONTA VINCULADA BLOQUEADA OU ENCERRADA" TO
                   WRK-MOTIVO
               PERFORM 3900-RETEM-RESGATE
               EXIT PARAGRAPH
           END-IF.

           IF CM-MOEDA = SPACES
               MOVE "BRL"    TO WRK-MOEDA-CONTA
           ELSE
               MOVE CM-MOEDA TO WRK-MOEDA-CONTA
           END-IF.
           IF WRK-MOEDA-CONTA NOT = CDB-MOEDA
               MOVE "CONTA VINCULADA EM OUTRA MOEDA" TO WRK-MOTIVO
               PERFORM 3900-RETEM-RESGATE
               EXIT PARAGRAPH
           END-IF.

           IF CM-SITUACAO = "D"
               MOVE "A" TO CM-SITUACAO
           END-IF.

           COMPUTE WRK-JUROS ROUNDED = CDB-JUROS-ACUM - WRK-MULTA.
           IF WRK-JUROS < ZERO
               MOVE ZEROS TO WRK-JUROS
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           ADD CDB-PRINCIPAL TO CM-SALDO.
           ADD 1 TO WRK-NTR-SEQUENCIA.

           REWRITE CLIENTES-MASTER-RECORD.

           MOVE "RESG-CDB" TO WRK-AUD-OPERACAO.
           PERFORM 4000-GRAVA-AUDITORIA.
           MOVE WRK-NUM-TRANSACAO TO CDB-NUM-RESGATE.

           IF WRK-JUROS > ZERO
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               ADD WRK-JUROS TO CM-SALDO
               ADD 1 TO WRK-NTR-SEQUENCIA
               REWRITE CLIENTES-MASTER-RECORD
               MOVE "JUROS" TO WRK-AUD-OPERACAO
               PERFORM 4000-GRAVA-AUDITORIA
               PERFORM 3100-RETEM-IR
           END-IF.

           IF WRK-ANTECIPADO-SIM
               MOVE "R" TO CDB-SITUACAO
           ELSE
               MOVE "L" TO CDB-SITUACAO
           END-IF.
           MOVE PRM-DATA-PROCESSO TO CDB-DATA-RESGATE.
           MOVE WRK-JUROS         TO CDB-JUROS-PAGOS.
           MOVE WRK-IR            TO CDB-IMPOSTO.
           MOVE WRK-MULTA         TO CDB-MULTA.

           REWRITE CDB-RECORD.

           ADD 1             TO WRK-QTDE-RESGATADOS.
           ADD CDB-PRINCIPAL TO WRK-TOTAL-PRINCIPAL.
           ADD WRK-JUROS     TO WRK-TOTAL-JUROS.

           MOVE CDB-PRINCIPAL TO WRK-VALOR-ED.
           IF WRK-ANTECIPADO-SIM
               DISPLAY "CDB " CDB-CHAVE " " CDB-SEQUENCIA
                   " RESGATADO ANTECIPADAMENTE - PRINCIPAL "
                   WRK-VALOR-ED
           ELSE
               DISPLAY "CDB " CDB-CHAVE " " CDB-SEQUENCIA
                   " LIQUIDADO NO VENCIMENTO - PRINCIPAL " WRK-VALOR-ED
           END-IF.

      *---- MULTA DO RESGATE ANTECIPADO: VALE A PRIMEIRA FAIXA CUJO
      *---- LIMITE ALCANCA OS DIAS CORRIDOS DESDE O INICIO; ALEM DA
      *---- ULTIMA FAIXA NAO HA MULTA

       3050-CALCULA-MULTA.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE (PRM-DATA-PROCESSO) -
               FUNCTION INTEGER-OF-DATE (CDB-DATA-INICIO).

           PERFORM VARYING WRK-MUL-IND FROM 1 BY 1
                   UNTIL WRK-MUL-IND > WRK-QTDE-MULTAS
               IF WRK-DIAS NOT > WRK-MUL-DIAS (WRK-MUL-IND)
                   MOVE WRK-MUL-PCT (WRK-MUL-IND) TO WRK-PCT-MULTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           COMPUTE WRK-MULTA ROUNDED = CDB-JUROS-ACUM * WRK-PCT-MULTA.

      *---- RETENCAO NA FONTE SOBRE O RENDIMENTO PAGO, PELA MESMA
      *---- REGRA DO CLIJUROS: O INDICADOR DA CONTA VINCULADA
      *---- (CM-ISENTO-IR) EM BRANCO SEGUE O PADRAO DO TIPO - PESSOA
      *---- JURIDICA (2) NAO ISENTA, DEMAIS ISENTAS

       3100-RETEM-IR.
           IF CM-TIPO-CONTA IS LESS THAN 1 OR
                   CM-TIPO-CONTA IS GREATER THAN 4
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CM-ISENTO-IR = "N"
                   MOVE 1 TO WRK-IND-ISENCAO
               WHEN CM-ISENTO-IR = "S"
                   MOVE 2 TO WRK-IND-ISENCAO
               WHEN CM-TIPO-CONTA = 2
                   MOVE 1 TO WRK-IND-ISENCAO
               WHEN OTHER
                   MOVE 2 TO WRK-IND-ISENCAO
           END-EVALUATE.

           COMPUTE WRK-IR ROUNDED = WRK-JUROS *
               WRK-ALIQ-TAXA (CM-TIPO-CONTA, WRK-IND-ISENCAO).
           IF WRK-IR IS NOT GREATER THAN ZERO
               MOVE ZEROS TO WRK-IR
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-IR FROM CM-SALDO.
           ADD 1 TO WRK-NTR-SEQUENCIA.

           REWRITE CLIENTES-MASTER-RECORD.

           MOVE "IR-JUROS" TO WRK-AUD-OPERACAO.
           PERFORM 4000-GRAVA-AUDITORIA.

           PERFORM 3200-GRAVA-RETENCAO.

       3200-GRAVA-RETENCAO.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF WRK-MOEDA-CONTA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-MOEDA-IND > 3
               MOVE 1 TO WRK-MOEDA-IND
           END-IF.

           MOVE CM-CHAVE                 TO IRF-CHAVE
           IF CM-TIPO-CONTA = 2
               MOVE CM-CNPJ              TO IRF-DOCUMENTO
           ELSE
               MOVE CM-CPF               TO IRF-DOCUMENTO
           END-IF
           MOVE CM-TIPO-CONTA            TO IRF-TIPO-CONTA
           MOVE WRK-DATA-REFERENCIA (1:6) TO IRF-PERIODO
           MOVE WRK-DATA-REFERENCIA      TO IRF-DATA
           MOVE WRK-MOEDA-CONTA          TO IRF-MOEDA
           MOVE WRK-ALIQ-TAXA (CM-TIPO-CONTA, WRK-IND-ISENCAO)
                                         TO IRF-ALIQUOTA
           MOVE WRK-JUROS                TO IRF-RENDIMENTO
           MOVE WRK-IR                   TO IRF-IMPOSTO
           COMPUTE IRF-RENDIMENTO-BRL ROUNDED =
               WRK-JUROS * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           COMPUTE IRF-IMPOSTO-BRL ROUNDED =
               WRK-IR * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           MOVE WRK-NUM-TRANSACAO        TO IRF-NUM-TRANSACAO

           WRITE REG-RETENCAO-IR.

      *---- RESGATE RETIDO: O CDB NAO MUDA E E TENTADO DE NOVO NO
      *---- PROXIMO PROCESSAMENTO

       3900-RETEM-RESGATE.
           DISPLAY "RESGATE RETIDO - CDB " CDB-CHAVE " " CDB-SEQUENCIA
               " CONTA " CDB-CHAVE-VINCULADA " - " WRK-MOTIVO.
           ADD 1 TO WRK-QTDE-RETIDOS.

       4000-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE CM-CHAVE                 TO AUD-CHAVE
           MOVE WRK-AUD-OPERACAO         TO AUD-OPERACAO
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

           MOVE WRK-DATA-HORA (1:8)  TO RUN-DATA
           MOVE "CLICDBD"            TO RUN-PASSO
           MOVE WRK-QTDE-CONFIRMADOS TO RUN-QTD1
           MOVE WRK-QTDE-ACUMULADOS  TO RUN-QTD2
           MOVE WRK-QTDE-RESGATADOS  TO RUN-QTD3
           MOVE WRK-QTDE-RETIDOS     TO RUN-QTD4
           MOVE WRK-TOTAL-PRINCIPAL  TO RUN-TOTAL1
           MOVE WRK-TOTAL-JUROS      TO RUN-TOTAL2
           MOVE RETURN-CODE          TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

       9000-FECHAR-ARQUIVOS.
           CLOSE DEPOSITOS-PRAZO.
           CLOSE CLIENTES-MASTER.
           CLOSE AUDITORIA.
           CLOSE RETENCOES-IR.

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

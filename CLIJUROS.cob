       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIJUROS.
      * APURACAO MENSAL DE JUROS PARA CONTAS POUPANCA
      * O JUROS BRUTO E CREDITADO ("JUROS") E, QUANDO A CONTA NAO E
      * ISENTA, O IMPOSTO DE RENDA RETIDO NA FONTE E DEBITADO EM
      * SEGUIDA COMO MOVIMENTO PROPRIO ("IR-JUROS"), PELA ALIQUOTA
      * VIGENTE DA TABELA CLIIRT PARA O TIPO DE CONTA E O INDICADOR
      * DE ISENCAO; CADA RETENCAO FICA GRAVADA NO CLIIRF PARA O
      * RESUMO MENSAL DE RECOLHIMENTO E OS INFORMES ANUAIS
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

           SELECT ALIQUOTAS-IR ASSIGN TO "CLIIRT"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ALIQUOTAS.

           SELECT RETENCOES-IR ASSIGN TO "CLIIRF"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RETENCOES.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

       FD  ALIQUOTAS-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRT.

       FD  RETENCOES-IR
           LABEL RECORD IS STANDARD.
           COPY CLIIRF.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-CONTADOR         PICTURE 9(07)  VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

      *----RETENCAO DE IMPOSTO DE RENDA: A DATA DE REFERENCIA E A DO
      *----FECHAMENTO DO MES (PRM-DATA-FECHAMENTO) OU, SEM ELA, A DATA
      *----DE PROCESSAMENTO; ELA ESCOLHE A ALIQUOTA E A TAXA DE CAMBIO
      *----VIGENTES E DA O PERIODO (AAAAMM) DA RETENCAO
       01  WRK-STATUS-ALIQUOTAS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RETENCOES PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ALIQUOTAS    PICTURE X(01) VALUE "N".
           88  WRK-FIM-ALIQUOTAS-SIM        VALUE "S".
       01  WRK-DATA-REFERENCIA  PICTURE 9(08) VALUE ZEROS.
       01  WRK-IR               PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-AUD-OPERACAO     PICTURE X(10) VALUE SPACES.
       01  WRK-CONTADOR-RETIDOS PICTURE 9(07) VALUE ZEROS.
       01  WRK-TOTAL-IR-BRL     PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-IR-ED      PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.

      *----ALIQUOTA VIGENTE POR TIPO DE CONTA (1-4) E INDICADOR DE
      *----ISENCAO (1-NAO ISENTA  2-ISENTA), CARREGADA DO CLIIRT
       01  WRK-TAB-ALIQUOTAS.
           05  WRK-ALIQ-TIPO OCCURS 4 TIMES.
               10  WRK-ALIQ-ISENCAO OCCURS 2 TIMES.
                   15  WRK-ALIQ-TAXA     PICTURE 9V9999.
                   15  WRK-ALIQ-VIGENCIA PICTURE 9(08).
       01  WRK-IND-ISENCAO      PICTURE 9(01) VALUE ZERO.

           COPY CLIMOE.

      *----CADA CREDITO DE JUROS RECEBE UM NUMERO DE TRANSACAO DO
      *----NUMERADOR (CLINTR), ORIGEM "CLIJUROS"
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
           END-IF.

           PERFORM 1050-LE-PARAMETROS.
           PERFORM 1060-CARREGA-ALIQUOTAS.
           PERFORM 1080-CARREGA-TAXAS.

           PERFORM 1000-ABRIR-ARQUIVOS.

           MOVE "CLIJUROS" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.

      *---- SO CONTAS POUPANCA RENDEM, E CONTAS BLOQUEADAS OU
      *---- ENCERRADAS NAO RECEBEM CREDITO DE JUROS

           END-PERFORM.

           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 8600-GRAVA-NUMERADOR.

           MOVE WRK-CONTADOR TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS POUPANCA CREDITADAS: " WRK-CONTADOR-ED.
           MOVE WRK-CONTADOR-RETIDOS TO WRK-CONTADOR-ED.
           DISPLAY "RETENCOES DE IMPOSTO DE RENDA: " WRK-CONTADOR-ED.
           MOVE WRK-TOTAL-IR-BRL TO WRK-TOTAL-IR-ED.
           DISPLAY "TOTAL DE IMPOSTO RETIDO (BRL): " WRK-TOTAL-IR-ED.

           PERFORM 5000-GRAVA-RUN-LOG.

               OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN EXTEND RETENCOES-IR.
           IF WRK-STATUS-RETENCOES NOT = "00"
               OPEN OUTPUT RETENCOES-IR
           END-IF.

      *---- A TAXA MENSAL VEM DO ARQUIVO DE PARAMETROS DE EXECUCAO
      *---- (PRM-TAXA-JUROS, 4 CASAS DECIMAIS IMPLICITAS), PERMITINDO
      *---- AGENDAR A APURACAO SEM NINGUEM NO CONSOLE

           MOVE PRM-TAXA-JUROS TO WRK-TAXA-JUROS.

           IF PRM-DATA-FECHAMENTO IS NUMERIC AND
                   PRM-DATA-FECHAMENTO IS NOT EQUAL TO ZERO
               MOVE PRM-DATA-FECHAMENTO TO WRK-DATA-REFERENCIA
           ELSE
               MOVE PRM-DATA-PROCESSO   TO WRK-DATA-REFERENCIA
           END-IF.

           IF WRK-DATA-REFERENCIA IS NOT NUMERIC OR
                   WRK-DATA-REFERENCIA IS EQUAL TO ZERO
               DISPLAY "DATA DE REFERENCIA INVALIDA NOS PARAMETROS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---- CARREGA A TABELA DE ALIQUOTAS DE IMPOSTO DE RENDA: PARA
      *---- CADA TIPO DE CONTA E INDICADOR DE ISENCAO VALE A ALIQUOTA
      *---- DE VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA. SEM A
      *---- TABELA O PASSO NAO RODA - CREDITAR JUROS SEM RETER O
      *---- IMPOSTO DEVIDO NAO TEM VOLTA

       1060-CARREGA-ALIQUOTAS.
           MOVE ZEROS TO WRK-TAB-ALIQUOTAS.

           OPEN INPUT ALIQUOTAS-IR.
           IF WRK-STATUS-ALIQUOTAS NOT = "00"
               DISPLAY "TABELA DE ALIQUOTAS DE IR AUSENTE - STATUS "
                   WRK-STATUS-ALIQUOTAS
               MOVE 8 TO RETURN-CODE
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

       2000-LER-PROXIMO.
           READ CLIENTES-MASTER NEXT RECORD
               AT END
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           COMPUTE WRK-JUROS ROUNDED = CM-SALDO * WRK-TAXA-JUROS.
           ADD WRK-JUROS TO CM-SALDO.
           ADD 1 TO WRK-NTR-SEQUENCIA.

           REWRITE CLIENTES-MASTER-RECORD.

           MOVE "JUROS" TO WRK-AUD-OPERACAO.
           PERFORM 4000-GRAVA-AUDITORIA.

           ADD 1 TO WRK-CONTADOR.

           PERFORM 3100-RETEM-IR.

      *---- RETENCAO NA FONTE SOBRE O JUROS BRUTO RECEM-CREDITADO: O
      *---- INDICADOR DA CONTA (CM-ISENTO-IR) EM BRANCO SEGUE O PADRAO
      *---- DO TIPO - PESSOA JURIDICA (2) NAO ISENTA, DEMAIS ISENTAS.
      *---- O DEBITO E UM MOVIMENTO PROPRIO, COM NUMERO DE TRANSACAO
      *---- PROPRIO, E NAO PASSA PELA VERIFICACAO DE SALDO MINIMO (O
      *---- IMPOSTO NUNCA E MAIOR QUE O JUROS ACABADO DE CREDITAR)

       3100-RETEM-IR.
           IF WRK-JUROS IS NOT GREATER THAN ZERO
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
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-IR FROM CM-SALDO.
           ADD 1 TO WRK-NTR-SEQUENCIA.

           REWRITE CLIENTES-MASTER-RECORD.

           MOVE "IR-JUROS" TO WRK-AUD-OPERACAO.
           PERFORM 4000-GRAVA-AUDITORIA.

           PERFORM 3200-GRAVA-RETENCAO.

           ADD 1 TO WRK-CONTADOR-RETIDOS.

       3200-GRAVA-RETENCAO.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF CM-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
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
           MOVE CM-MOEDA                 TO IRF-MOEDA
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

           ADD IRF-IMPOSTO-BRL TO WRK-TOTAL-IR-BRL.

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

           MOVE WRK-DATA-HORA (1:8)  TO RUN-DATA
           MOVE "CLIJUROS"           TO RUN-PASSO
           MOVE WRK-CONTADOR         TO RUN-QTD1
           MOVE WRK-CONTADOR-RETIDOS TO RUN-QTD2
           MOVE ZEROS                TO RUN-QTD3
           MOVE ZEROS                TO RUN-QTD4
           MOVE WRK-TOTAL-IR-BRL     TO RUN-TOTAL1
           MOVE ZEROS                TO RUN-TOTAL2
           MOVE RETURN-CODE          TO RUN-COND-CODE

       9000-FECHAR-ARQUIVOS.
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

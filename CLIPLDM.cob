      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIPLDM.
      * MONITORAMENTO NOTURNO DE PREVENCAO A LAVAGEM DE DINHEIRO -
      * OLHA OS MOVIMENTOS DO LOTE NA TRILHA DE AUDITORIA CONTRA UMA
      * JANELA MOVEL DA TRILHA (VIVA E ARQUIVADA) E GRAVA UM ALERTA NO
      * CLIPLA PARA CADA INDICIO:
      *   - CREDITO UNICO A PARTIR DO LIMITE COMUNICAVEL
      *   - VARIOS CREDITOS LOGO ABAIXO DO LIMITE NA MESMA CONTA OU
      *     NO MESMO CPF/CNPJ DENTRO DA JANELA (FRACIONAMENTO)
      *   - DINHEIRO QUE ENTRA E SAI EM SEGUIDA POR TRANSFERENCIA
      *   - CONTA PARADA (DORMENTE) REATIVADA POR MOVIMENTO ALTO
      *   - MOVIMENTO EM CONTA DE DOCUMENTO COM BLOQUEIO JUDICIAL
      *     ATIVO NO CLIBLQ
      * OS LIMITES VEM DO ARQUIVO DE PARAMETROS CLIPLP E OS VALORES
      * SAO COMPARADOS EM BRL (TAXAS DO CLITAX).
      * COMO O CLIGLJX, O PASSO MANTEM SUA PROPRIA MARCA DE AGUA
      * (CLIPLC): QUANTOS REGISTROS DA TRILHA VIVA JA FORAM
      * MONITORADOS. OS REGISTROS DEPOIS DA MARCA SAO OS MOVIMENTOS
      * DO LOTE (INCLUSIVE POSTAGENS INTERATIVAS DO DIA); OS DE ANTES
      * DA MARCA E A TRILHA ARQUIVADA FORMAM A JANELA E O HISTORICO.
      * A MARCA MAIOR QUE A TRILHA DENUNCIA O REINICIO DO FECHAMENTO
      * E VOLTA A ZERO. RODA NO CLIBATCH LOGO DEPOIS DO PASSO010
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT AUDITORIA-ARQUIVO ASSIGN TO "CLIAUDA"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ARQUIVO.

           SELECT CONTROLE-PLD ASSIGN TO "CLIPLC"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CONTROLE.

           SELECT PARAMETROS-PLD ASSIGN TO "CLIPLP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAM-PLD.

           SELECT ALERTAS ASSIGN TO "CLIPLA"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PLA-ID
               FILE STATUS    IS WRK-STATUS-ALERTAS.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT COTITULARES ASSIGN TO "CLICOT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS COT-ID
               FILE STATUS    IS WRK-STATUS-COTIT.

           SELECT BLOQUEIOS ASSIGN TO "CLIBLQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS BLQ-ID
               FILE STATUS    IS WRK-STATUS-BLOQUEIOS.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  AUDITORIA-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY CLIAUD REPLACING ==AUDIT-TRAIL-RECORD== BY
                                 ==ARQUIVO-TRAIL-RECORD==
                                 LEADING ==AUD== BY ==ARQ==.

      *---- REGISTRO UNICO DE CONTROLE DO MONITORAMENTO: QUANTOS
      *---- REGISTROS DA TRILHA VIVA JA FORAM MONITORADOS E QUANDO
       FD  CONTROLE-PLD
           LABEL RECORD IS STANDARD.
       01  REG-CONTROLE-PLD.
           05  PLC-QTDE-MONITORADA PICTURE 9(07).
           05  PLC-DATA            PICTURE 9(08).

       FD  PARAMETROS-PLD
           LABEL RECORD IS STANDARD.
           COPY CLIPLP.

       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY CLIPLA.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  BLOQUEIOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ARQUIVO   PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTROLE  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAM-PLD PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ALERTAS   PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-COTIT     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-BLOQUEIOS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-COTIT-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-COTIT-DISPONIVEL-SIM  VALUE "S".
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM       VALUE "S".
       01  WRK-FIM-COTIT        PICTURE X(01) VALUE "N".
           88  WRK-FIM-COTIT-SIM         VALUE "S".
       01  WRK-FIM-ALERTAS      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ALERTAS-SIM       VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-DATA-PROCESSO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PROCESSO-R REDEFINES WRK-DATA-PROCESSO.
           05  WRK-PROC-ANO     PICTURE 9(04).
           05  WRK-PROC-MES     PICTURE 9(02).
           05  WRK-PROC-DIA     PICTURE 9(02).

      *----MARCA DE AGUA E CONTAGEM DA TRILHA VIVA
       01  WRK-QTDE-PARTIDA     PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-LIDA        PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-TRILHA      PICTURE 9(07) VALUE ZEROS.

      *----LIMITES DERIVADOS DOS PARAMETROS
       01  WRK-PISO-FRACIONAMENTO PICTURE 9(12) COMP-3 VALUE ZEROS.
       01  WRK-DIAS-PRAZO       PICTURE 9(03) VALUE 30.
       01  WRK-DATA-JANELA      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-DORMENCIA   PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PRAZO       PICTURE 9(08) VALUE ZEROS.
       01  WRK-DIA-INT          PICTURE 9(07) VALUE ZEROS.
       01  WRK-MESES-TOTAL      PICTURE 9(06) VALUE ZEROS.
       01  WRK-ANO-CORTE        PICTURE 9(04) VALUE ZEROS.
       01  WRK-MES-CORTE        PICTURE 9(02) VALUE ZEROS.

      *----MOVIMENTO CORRENTE (LIDO DE QUALQUER DAS DUAS TRILHAS)
       01  WRK-MOV-CHAVE        PICTURE X(10) VALUE SPACES.
       01  WRK-MOV-OPERACAO     PICTURE X(10) VALUE SPACES.
       01  WRK-MOV-DATA         PICTURE 9(08) VALUE ZEROS.
       01  WRK-MOV-NUM-TRANSACAO PICTURE X(16) VALUE SPACES.
       01  WRK-VARIACAO         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-VALOR-BRL        PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-MOV-CREDITO      PICTURE X(01) VALUE "N".
           88  WRK-MOV-CREDITO-SIM       VALUE "S".

      *----CONTAS COM MOVIMENTO NO LOTE (E, SO PARA O FRACIONAMENTO
      *----POR DOCUMENTO, CONTAS COM CREDITO LOGO ABAIXO DO LIMITE NA
      *----JANELA): DOCUMENTOS DA CONTA (TITULAR E COTITULARES) E OS
      *----ACUMULADOS EM BRL
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ENT OCCURS 2000 TIMES.
               10  WRK-CTA-CHAVE           PICTURE X(10).
               10  WRK-CTA-MOEDA-IND       PICTURE 9(02).
               10  WRK-CTA-QTDE-DOCS       PICTURE 9(01).
               10  WRK-CTA-DOC             PICTURE 9(14)
                                           OCCURS 6 TIMES.
               10  WRK-CTA-NOVOS           PICTURE 9(05).
               10  WRK-CTA-VALOR-NOVOS     PICTURE S9(12) COMP-3.
               10  WRK-CTA-MAIOR-NOVO      PICTURE S9(12) COMP-3.
               10  WRK-CTA-NTR-MAIOR       PICTURE X(16).
               10  WRK-CTA-DATA-MAIOR      PICTURE 9(08).
               10  WRK-CTA-NTR-ULTIMO      PICTURE X(16).
               10  WRK-CTA-DATA-ULTIMO     PICTURE 9(08).
               10  WRK-CTA-FRAC-NOVOS      PICTURE 9(03).
               10  WRK-CTA-FRAC-JANELA     PICTURE 9(03).
               10  WRK-CTA-VALOR-FRAC      PICTURE S9(12) COMP-3.
               10  WRK-CTA-CREDITOS-JANELA PICTURE S9(12) COMP-3.
               10  WRK-CTA-QTDE-TRANSF     PICTURE 9(05).
               10  WRK-CTA-TRANSF-NOVAS    PICTURE S9(12) COMP-3.
               10  WRK-CTA-ULTIMA-ANTERIOR PICTURE 9(08).
       01  WRK-QTDE-CONTAS      PICTURE 9(04) VALUE ZEROS.
       01  WRK-CTA-IND          PICTURE 9(04) VALUE ZEROS.
       01  WRK-IND              PICTURE 9(04) VALUE ZEROS.
       01  WRK-DOC-POS          PICTURE 9(01) VALUE ZEROS.
       01  WRK-CONTA-NOVA       PICTURE X(01) VALUE "N".
           88  WRK-CONTA-NOVA-SIM        VALUE "S".

      *----DOCUMENTOS (CPF/CNPJ) DAS CONTAS COM BLOQUEIO JUDICIAL
      *----ATIVO
       01  WRK-TAB-JUDICIAL.
           05  WRK-JUD-DOC          PICTURE 9(14) OCCURS 500 TIMES.
       01  WRK-QTDE-JUDICIAL    PICTURE 9(03) VALUE ZEROS.
       01  WRK-JUD-IND          PICTURE 9(03) VALUE ZEROS.
       01  WRK-DOC-JUDICIAL     PICTURE X(01) VALUE "N".
           88  WRK-DOC-JUDICIAL-SIM      VALUE "S".

      *----FRACIONAMENTO SOMADO POR DOCUMENTO
       01  WRK-TAB-DOCUMENTOS.
           05  WRK-DCS-ENT OCCURS 2000 TIMES.
               10  WRK-DCS-DOCUMENTO       PICTURE 9(14).
               10  WRK-DCS-QTDE-CONTAS     PICTURE 9(03).
               10  WRK-DCS-FRAC-NOVOS      PICTURE 9(03).
               10  WRK-DCS-FRAC-JANELA     PICTURE 9(05).
               10  WRK-DCS-VALOR-FRAC      PICTURE S9(12) COMP-3.
               10  WRK-DCS-CTA-IND         PICTURE 9(04).
       01  WRK-QTDE-DCS         PICTURE 9(04) VALUE ZEROS.
       01  WRK-DCS-IND          PICTURE 9(04) VALUE ZEROS.
       01  WRK-DOCUMENTO        PICTURE 9(14) VALUE ZEROS.

      *----ALERTA A GRAVAR
       01  WRK-SEQ-ALERTA       PICTURE 9(05) VALUE ZEROS.
       01  WRK-ALR-REGRA        PICTURE X(10) VALUE SPACES.
       01  WRK-ALR-DOCUMENTO    PICTURE 9(14) VALUE ZEROS.
       01  WRK-ALR-VALOR        PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-ALR-QTDE         PICTURE 9(05) VALUE ZEROS.
       01  WRK-ALR-NTR          PICTURE X(16) VALUE SPACES.
       01  WRK-ALR-DATA-MOV     PICTURE 9(08) VALUE ZEROS.

       01  WRK-QTDE-NOVOS       PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-ALERTAS     PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-OMITIDOS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-TOTAL-ALERTAS    PICTURE S9(12) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

       COPY CLIMOE.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1050-LE-PARAMETROS.
           PERFORM 1060-LE-PARAMETROS-PLD.
           PERFORM 1070-CALCULA-DATAS.
           PERFORM 1080-CARREGA-TAXAS.

           PERFORM 1000-LER-CONTROLE.
           PERFORM 1100-CONTA-TRILHA.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O ALERTAS.
           IF WRK-STATUS-ALERTAS = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
           IF WRK-STATUS-ALERTAS NOT = "00"
               DISPLAY "ARQUIVO DE ALERTAS INDISPONIVEL - STATUS "
                   WRK-STATUS-ALERTAS
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           PERFORM 1200-PROXIMA-SEQUENCIA.
           PERFORM 1300-CARREGA-JUDICIAIS.

           PERFORM 2000-MOVIMENTOS-DO-LOTE.
           PERFORM 3000-JANELA-ARQUIVADA.
           PERFORM 3100-JANELA-VIVA.
           PERFORM 4000-AVALIA-CONTAS.
           PERFORM 4500-AVALIA-DOCUMENTOS.

           CLOSE CLIENTES-MASTER.
           CLOSE ALERTAS.
           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
           END-IF.

           PERFORM 1400-GRAVA-CONTROLE.

           MOVE WRK-QTDE-NOVOS TO WRK-CONTADOR-ED.
           DISPLAY "MOVIMENTOS DO LOTE MONITORADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-CONTAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS AVALIADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-ALERTAS TO WRK-CONTADOR-ED.
           DISPLAY "ALERTAS GERADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-OMITIDOS TO WRK-CONTADOR-ED.
           DISPLAY "MOVIMENTOS NAO AVALIADOS (TABELA CHEIA): "
               WRK-CONTADOR-ED.

      *---- ALERTA GERADO NAO PARA A CADEIA (NENHUM PASSO SEGUINTE
      *---- CONDICIONA A ESTE), MAS FICA VISIVEL NO CONDITION CODE;
      *---- MOVIMENTO NAO AVALIADO E FALHA DO MONITORAMENTO

           EVALUATE TRUE
               WHEN WRK-QTDE-OMITIDOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTDE-ALERTAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- A MARCA DE AGUA DO MONITORAMENTO; SEM O CONTROLE (PRIMEIRA
      *---- EXECUCAO) A TRILHA VIVA INTEIRA E TRATADA COMO LOTE

       1000-LER-CONTROLE.
           MOVE ZEROS TO WRK-QTDE-PARTIDA.

           OPEN INPUT CONTROLE-PLD.
           IF WRK-STATUS-CONTROLE NOT = "00"
               DISPLAY "CONTROLE DO MONITORAMENTO AUSENTE - LOTE COBRE "
                   "A TRILHA INTEIRA"
               EXIT PARAGRAPH
           END-IF.

           READ CONTROLE-PLD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PLC-QTDE-MONITORADA TO WRK-QTDE-PARTIDA
           END-READ.

           CLOSE CONTROLE-PLD.

      *---- DATA DE REFERENCIA DOS ALERTAS E DAS JANELAS E A DATA DE
      *---- PROCESSAMENTO DO LOTE (PRM-DATA-PROCESSO)

       1050-LE-PARAMETROS.
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

           MOVE PRM-DATA-PROCESSO TO WRK-DATA-PROCESSO.

      *---- SEM OS LIMITES DO MONITORAMENTO O PASSO NAO RODA: UM
      *---- MONITORAMENTO COM LIMITES ERRADOS E PIOR QUE NENHUM

       1060-LE-PARAMETROS-PLD.
           OPEN INPUT PARAMETROS-PLD.
           IF WRK-STATUS-PARAM-PLD NOT = "00"
               DISPLAY "PARAMETROS DO MONITORAMENTO AUSENTES - STATUS "
                   WRK-STATUS-PARAM-PLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARAMETROS-PLD
               AT END
                   DISPLAY "PARAMETROS DO MONITORAMENTO VAZIOS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARAMETROS-PLD.

           IF PLP-LIMITE-CREDITO IS NOT NUMERIC OR
                   PLP-PCT-FRACIONAMENTO IS NOT NUMERIC OR
                   PLP-QTDE-FRACIONAMENTO IS NOT NUMERIC OR
                   PLP-DIAS-JANELA IS NOT NUMERIC OR
                   PLP-PCT-REPASSE IS NOT NUMERIC OR
                   PLP-VALOR-REPASSE IS NOT NUMERIC OR
                   PLP-MESES-DORMENCIA IS NOT NUMERIC OR
                   PLP-VALOR-DORMENTE IS NOT NUMERIC OR
                   PLP-DIAS-PRAZO IS NOT NUMERIC
               DISPLAY "PARAMETROS DO MONITORAMENTO INVALIDOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PLP-LIMITE-CREDITO IS EQUAL TO ZERO
               DISPLAY "LIMITE DE CREDITO COMUNICAVEL NAO INFORMADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PLP-PCT-FRACIONAMENTO IS GREATER THAN 99
               DISPLAY "PERCENTUAL DE FRACIONAMENTO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-PISO-FRACIONAMENTO =
               PLP-LIMITE-CREDITO * PLP-PCT-FRACIONAMENTO / 100.

           IF PLP-DIAS-PRAZO IS GREATER THAN ZERO
               MOVE PLP-DIAS-PRAZO TO WRK-DIAS-PRAZO
           END-IF.

      *---- INICIO DA JANELA (HOJE MENOS N DIAS), CORTE DE DORMENCIA
      *---- (HOJE MENOS N MESES, COMO NO CLIDORM) E PRAZO DA DECISAO

       1070-CALCULA-DATAS.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO)
               - PLP-DIAS-JANELA.
           COMPUTE WRK-DATA-JANELA =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).

           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO)
               + WRK-DIAS-PRAZO.
           COMPUTE WRK-DATA-PRAZO =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).

           COMPUTE WRK-MESES-TOTAL =
               WRK-PROC-ANO * 12 + WRK-PROC-MES - PLP-MESES-DORMENCIA.
           COMPUTE WRK-ANO-CORTE = (WRK-MESES-TOTAL - 1) / 12.
           COMPUTE WRK-MES-CORTE =
               WRK-MESES-TOTAL - WRK-ANO-CORTE * 12.
           COMPUTE WRK-DATA-DORMENCIA =
               WRK-ANO-CORTE * 10000 + WRK-MES-CORTE * 100 +
               WRK-PROC-DIA.

       1080-CARREGA-TAXAS.
           MOVE WRK-DATA-PROCESSO TO WRK-TAXA-DATA-HOJE.
           MOVE ZEROS             TO WRK-TAB-TAXA-VIGENCIA.

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

      *---- O FECHAMENTO (CLIFECH) ARQUIVA E REINICIA A TRILHA: UMA
      *---- MARCA MAIOR QUE A TRILHA ATUAL DENUNCIA O REINICIO E A
      *---- MARCA VOLTA A ZERO

       1100-CONTA-TRILHA.
           MOVE ZEROS TO WRK-QTDE-TRILHA.

           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               DISPLAY "TRILHA DE AUDITORIA AUSENTE - STATUS "
                   WRK-STATUS-AUDITORIA
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ AUDITORIA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-TRILHA
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

           IF WRK-QTDE-PARTIDA IS GREATER THAN WRK-QTDE-TRILHA
               DISPLAY "TRILHA REINICIADA DESDE O ULTIMO MONITORAMENTO "
                   "- MARCA DE AGUA VOLTA A ZERO"
               MOVE ZEROS TO WRK-QTDE-PARTIDA
           END-IF.

      *---- PROXIMA SEQUENCIA DE ALERTA DA DATA (REEXECUCAO NO MESMO
      *---- DIA CONTINUA A NUMERACAO)

       1200-PROXIMA-SEQUENCIA.
           MOVE ZEROS             TO WRK-SEQ-ALERTA.
           MOVE WRK-DATA-PROCESSO TO PLA-DATA.
           MOVE ZEROS             TO PLA-SEQUENCIA.

           START ALERTAS KEY IS GREATER THAN OR EQUAL TO PLA-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-ALERTAS.
           PERFORM UNTIL WRK-FIM-ALERTAS-SIM
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ALERTAS
                   NOT AT END
                       IF PLA-DATA = WRK-DATA-PROCESSO
                           MOVE PLA-SEQUENCIA TO WRK-SEQ-ALERTA
                       ELSE
                           MOVE "S" TO WRK-FIM-ALERTAS
                       END-IF
               END-READ
           END-PERFORM.

      *---- DOCUMENTOS DAS CONTAS COM BLOQUEIO JUDICIAL ATIVO (MOTIVO
      *---- DOS PARAMETROS, NAO CANCELADO E NAO VENCIDO): O TITULAR E,
      *---- NA CONTA CONJUNTA, OS COTITULARES

       1300-CARREGA-JUDICIAIS.
           IF PLP-MOTIVO-JUDICIAL = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ BLOQUEIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF BLQ-SITUACAO NOT = "C" AND
                          BLQ-MOTIVO = PLP-MOTIVO-JUDICIAL AND
                          (BLQ-DATA-EXPIRA = ZERO OR
                           BLQ-DATA-EXPIRA >= WRK-DATA-PROCESSO)
                           PERFORM 1310-DOCUMENTOS-BLOQUEADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BLOQUEIOS.

       1310-DOCUMENTOS-BLOQUEADOS.
           MOVE BLQ-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CM-CPF NOT = ZEROS
               MOVE CM-CPF TO WRK-DOCUMENTO
               PERFORM 1320-GUARDA-JUDICIAL
           END-IF.
           IF CM-CNPJ NOT = ZEROS
               MOVE CM-CNPJ TO WRK-DOCUMENTO
               PERFORM 1320-GUARDA-JUDICIAL
           END-IF.

           IF CM-TIPO-CONTA NOT = 4 OR NOT WRK-COTIT-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

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
                           MOVE COT-CPF TO WRK-DOCUMENTO
                           PERFORM 1320-GUARDA-JUDICIAL
                       ELSE
                           MOVE "S" TO WRK-FIM-COTIT
                       END-IF
               END-READ
           END-PERFORM.

       1320-GUARDA-JUDICIAL.
           PERFORM VARYING WRK-JUD-IND FROM 1 BY 1
                   UNTIL WRK-JUD-IND > WRK-QTDE-JUDICIAL
               IF WRK-JUD-DOC (WRK-JUD-IND) = WRK-DOCUMENTO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WRK-QTDE-JUDICIAL < 500
               ADD 1 TO WRK-QTDE-JUDICIAL
               MOVE WRK-DOCUMENTO TO WRK-JUD-DOC (WRK-QTDE-JUDICIAL)
           ELSE
               DISPLAY "TABELA DE DOCUMENTOS COM BLOQUEIO JUDICIAL "
                   "CHEIA - DOCUMENTO " WRK-DOCUMENTO " IGNORADO"
           END-IF.

      *---- A MARCA SO AVANCA DEPOIS DE TODOS OS ALERTAS GRAVADOS:
      *---- UMA EXECUCAO INTERROMPIDA REFAZ O MESMO LOTE

       1400-GRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE-PLD.
           MOVE WRK-QTDE-TRILHA   TO PLC-QTDE-MONITORADA
           MOVE WRK-DATA-PROCESSO TO PLC-DATA
           WRITE REG-CONTROLE-PLD.
           CLOSE CONTROLE-PLD.

      *---- MOVIMENTOS DO LOTE (DEPOIS DA MARCA DE AGUA): CREDITO
      *---- ACIMA DO LIMITE GERA O ALERTA NA HORA; O RESTO ACUMULA NA
      *---- CONTA PARA AS REGRAS QUE DEPENDEM DA JANELA

       2000-MOVIMENTOS-DO-LOTE.
           OPEN INPUT AUDITORIA.

           MOVE ZEROS TO WRK-QTDE-LIDA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ AUDITORIA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDA
                       IF WRK-QTDE-LIDA > WRK-QTDE-PARTIDA
                           MOVE AUD-CHAVE         TO WRK-MOV-CHAVE
                           MOVE AUD-OPERACAO      TO WRK-MOV-OPERACAO
                           MOVE AUD-DATA          TO WRK-MOV-DATA
                           MOVE AUD-NUM-TRANSACAO TO
                               WRK-MOV-NUM-TRANSACAO
                           COMPUTE WRK-VARIACAO =
                               AUD-SALDO-DEPOIS - AUD-SALDO-ANTES
                           PERFORM 2100-MOVIMENTO-DO-LOTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

       2100-MOVIMENTO-DO-LOTE.
           ADD 1 TO WRK-QTDE-NOVOS.

           PERFORM 2200-LOCALIZA-CONTA.
           IF WRK-CTA-IND = ZEROS
               PERFORM 2300-INCLUI-CONTA
               IF WRK-CTA-IND = ZEROS
                   ADD 1 TO WRK-QTDE-OMITIDOS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 2400-VALOR-EM-BRL.

           ADD 1                     TO WRK-CTA-NOVOS (WRK-CTA-IND).
           ADD WRK-VALOR-BRL         TO
               WRK-CTA-VALOR-NOVOS (WRK-CTA-IND).
           MOVE WRK-MOV-NUM-TRANSACAO TO
               WRK-CTA-NTR-ULTIMO (WRK-CTA-IND).
           MOVE WRK-MOV-DATA         TO
               WRK-CTA-DATA-ULTIMO (WRK-CTA-IND).
           IF WRK-VALOR-BRL > WRK-CTA-MAIOR-NOVO (WRK-CTA-IND)
               MOVE WRK-VALOR-BRL    TO
                   WRK-CTA-MAIOR-NOVO (WRK-CTA-IND)
               MOVE WRK-MOV-NUM-TRANSACAO TO
                   WRK-CTA-NTR-MAIOR (WRK-CTA-IND)
               MOVE WRK-MOV-DATA     TO
                   WRK-CTA-DATA-MAIOR (WRK-CTA-IND)
           END-IF.

           IF WRK-MOV-OPERACAO = "TRANSF-DEB" OR
                   WRK-MOV-OPERACAO = "TRANSF-EXT"
               ADD 1             TO WRK-CTA-QTDE-TRANSF (WRK-CTA-IND)
               ADD WRK-VALOR-BRL TO WRK-CTA-TRANSF-NOVAS (WRK-CTA-IND)
           END-IF.

           IF NOT WRK-MOV-CREDITO-SIM
               EXIT PARAGRAPH
           END-IF.

           ADD WRK-VALOR-BRL TO WRK-CTA-CREDITOS-JANELA (WRK-CTA-IND).

           IF WRK-VALOR-BRL >= PLP-LIMITE-CREDITO
               MOVE "CREDITO"             TO WRK-ALR-REGRA
               MOVE WRK-CTA-DOC (WRK-CTA-IND, 1) TO WRK-ALR-DOCUMENTO
               MOVE WRK-VALOR-BRL         TO WRK-ALR-VALOR
               MOVE 1                     TO WRK-ALR-QTDE
               MOVE WRK-MOV-NUM-TRANSACAO TO WRK-ALR-NTR
               MOVE WRK-MOV-DATA          TO WRK-ALR-DATA-MOV
               PERFORM 6000-GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF.

           IF PLP-PCT-FRACIONAMENTO > ZERO AND
                   WRK-VALOR-BRL >= WRK-PISO-FRACIONAMENTO
               ADD 1 TO WRK-CTA-FRAC-NOVOS (WRK-CTA-IND)
               ADD 1 TO WRK-CTA-FRAC-JANELA (WRK-CTA-IND)
               ADD WRK-VALOR-BRL TO WRK-CTA-VALOR-FRAC (WRK-CTA-IND)
           END-IF.

       2200-LOCALIZA-CONTA.
           MOVE ZEROS TO WRK-CTA-IND.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-CONTAS
               IF WRK-CTA-CHAVE (WRK-IND) = WRK-MOV-CHAVE
                   MOVE WRK-IND TO WRK-CTA-IND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---- CONTA NOVA NA TABELA: MOEDA E DOCUMENTOS DO CADASTRO
      *---- (TITULAR PRIMEIRO, DEPOIS OS COTITULARES); CONTA FORA DO
      *---- CADASTRO ENTRA SEM DOCUMENTO, EM BRL

       2300-INCLUI-CONTA.
           IF WRK-QTDE-CONTAS NOT < 2000
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.
           MOVE WRK-QTDE-CONTAS TO WRK-CTA-IND.
           INITIALIZE WRK-CTA-ENT (WRK-CTA-IND).
           MOVE WRK-MOV-CHAVE   TO WRK-CTA-CHAVE (WRK-CTA-IND).
           MOVE 1               TO WRK-CTA-MOEDA-IND (WRK-CTA-IND).

           MOVE WRK-MOV-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF CM-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                   MOVE WRK-MOEDA-IND TO WRK-CTA-MOEDA-IND (WRK-CTA-IND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF CM-TIPO-CONTA = 2 AND CM-CNPJ NOT = ZEROS
               MOVE CM-CNPJ TO WRK-DOCUMENTO
               PERFORM 2310-GUARDA-DOC-CONTA
           END-IF.
           IF CM-CPF NOT = ZEROS
               MOVE CM-CPF TO WRK-DOCUMENTO
               PERFORM 2310-GUARDA-DOC-CONTA
           END-IF.
           IF CM-TIPO-CONTA NOT = 2 AND CM-CNPJ NOT = ZEROS
               MOVE CM-CNPJ TO WRK-DOCUMENTO
               PERFORM 2310-GUARDA-DOC-CONTA
           END-IF.

           IF CM-TIPO-CONTA NOT = 4 OR NOT WRK-COTIT-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

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
                           MOVE COT-CPF TO WRK-DOCUMENTO
                           PERFORM 2310-GUARDA-DOC-CONTA
                       ELSE
                           MOVE "S" TO WRK-FIM-COTIT
                       END-IF
               END-READ
           END-PERFORM.

       2310-GUARDA-DOC-CONTA.
           IF WRK-CTA-QTDE-DOCS (WRK-CTA-IND) < 6
               ADD 1 TO WRK-CTA-QTDE-DOCS (WRK-CTA-IND)
               MOVE WRK-DOCUMENTO TO WRK-CTA-DOC (WRK-CTA-IND,
                   WRK-CTA-QTDE-DOCS (WRK-CTA-IND))
           END-IF.

      *---- VALOR ABSOLUTO DO MOVIMENTO CONVERTIDO PARA BRL PELA TAXA
      *---- DA MOEDA DA CONTA; CREDITO E O DEPOSITO E A PERNA DE
      *---- ENTRADA DA TRANSFERENCIA

       2400-VALOR-EM-BRL.
           IF WRK-VARIACAO < ZERO
               COMPUTE WRK-VARIACAO = ZERO - WRK-VARIACAO
           END-IF.

           MOVE WRK-CTA-MOEDA-IND (WRK-CTA-IND) TO WRK-MOEDA-IND.
           COMPUTE WRK-VALOR-BRL ROUNDED =
               WRK-VARIACAO * WRK-MOEDA-TAXA (WRK-MOEDA-IND).

           IF WRK-MOV-OPERACAO = "CREDITO" OR
                   WRK-MOV-OPERACAO = "TRANSF-CRE"
               MOVE "S" TO WRK-MOV-CREDITO
           ELSE
               MOVE "N" TO WRK-MOV-CREDITO
           END-IF.

      *---- JANELA E HISTORICO: A TRILHA ARQUIVADA INTEIRA E A VIVA ATE
      *---- A MARCA. PARA AS CONTAS DO LOTE GUARDA A DATA DO ULTIMO
      *---- MOVIMENTO ANTERIOR (DORMENCIA) E SOMA OS CREDITOS DA
      *---- JANELA; CREDITO LOGO ABAIXO DO LIMITE NA JANELA TAMBEM
      *---- TRAZ A CONTA PARA A TABELA (FRACIONAMENTO POR DOCUMENTO)

       3000-JANELA-ARQUIVADA.
           OPEN INPUT AUDITORIA-ARQUIVO.
           IF WRK-STATUS-ARQUIVO NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ AUDITORIA-ARQUIVO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE ARQ-CHAVE         TO WRK-MOV-CHAVE
                       MOVE ARQ-OPERACAO      TO WRK-MOV-OPERACAO
                       MOVE ARQ-DATA          TO WRK-MOV-DATA
                       MOVE ARQ-NUM-TRANSACAO TO WRK-MOV-NUM-TRANSACAO
                       COMPUTE WRK-VARIACAO =
                           ARQ-SALDO-DEPOIS - ARQ-SALDO-ANTES
                       PERFORM 3200-MOVIMENTO-ANTERIOR
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA-ARQUIVO.

       3100-JANELA-VIVA.
           OPEN INPUT AUDITORIA.

           MOVE ZEROS TO WRK-QTDE-LIDA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM OR
                   WRK-QTDE-LIDA NOT < WRK-QTDE-PARTIDA
               READ AUDITORIA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDA
                       MOVE AUD-CHAVE         TO WRK-MOV-CHAVE
                       MOVE AUD-OPERACAO      TO WRK-MOV-OPERACAO
                       MOVE AUD-DATA          TO WRK-MOV-DATA
                       MOVE AUD-NUM-TRANSACAO TO WRK-MOV-NUM-TRANSACAO
                       COMPUTE WRK-VARIACAO =
                           AUD-SALDO-DEPOIS - AUD-SALDO-ANTES
                       PERFORM 3200-MOVIMENTO-ANTERIOR
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

       3200-MOVIMENTO-ANTERIOR.
           PERFORM 2200-LOCALIZA-CONTA.

           IF WRK-CTA-IND > ZEROS
               IF WRK-MOV-DATA > WRK-CTA-ULTIMA-ANTERIOR (WRK-CTA-IND)
                   MOVE WRK-MOV-DATA TO
                       WRK-CTA-ULTIMA-ANTERIOR (WRK-CTA-IND)
               END-IF
           END-IF.

           IF WRK-MOV-DATA < WRK-DATA-JANELA
               EXIT PARAGRAPH
           END-IF.

           IF WRK-MOV-OPERACAO NOT = "CREDITO" AND
                   WRK-MOV-OPERACAO NOT = "TRANSF-CRE"
               EXIT PARAGRAPH
           END-IF.

      *---- CONTA FORA DA TABELA: SO INTERESSA SE O CREDITO ESTA NA
      *---- FAIXA DE FRACIONAMENTO (O VALOR SAI NA MOEDA DO CADASTRO)

           MOVE "N" TO WRK-CONTA-NOVA.
           IF WRK-CTA-IND = ZEROS
               IF PLP-PCT-FRACIONAMENTO = ZERO OR
                       PLP-QTDE-FRACIONAMENTO = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2300-INCLUI-CONTA
               IF WRK-CTA-IND = ZEROS
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WRK-CONTA-NOVA
           END-IF.

           PERFORM 2400-VALOR-EM-BRL.

           IF PLP-PCT-FRACIONAMENTO > ZERO AND
                   WRK-VALOR-BRL >= WRK-PISO-FRACIONAMENTO AND
                   WRK-VALOR-BRL < PLP-LIMITE-CREDITO
               ADD 1 TO WRK-CTA-FRAC-JANELA (WRK-CTA-IND)
               ADD WRK-VALOR-BRL TO WRK-CTA-VALOR-FRAC (WRK-CTA-IND)
           ELSE
               IF WRK-CONTA-NOVA-SIM
                   SUBTRACT 1 FROM WRK-QTDE-CONTAS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD WRK-VALOR-BRL TO WRK-CTA-CREDITOS-JANELA (WRK-CTA-IND).

      *---- REGRAS POR CONTA, SO PARA AS CONTAS COM MOVIMENTO NO LOTE

       4000-AVALIA-CONTAS.
           PERFORM VARYING WRK-CTA-IND FROM 1 BY 1
                   UNTIL WRK-CTA-IND > WRK-QTDE-CONTAS
               IF WRK-CTA-NOVOS (WRK-CTA-IND) > ZEROS
                   PERFORM 4100-FRACIONAMENTO-CONTA
                   PERFORM 4200-REPASSE
                   PERFORM 4300-REATIVACAO-DORMENTE
                   PERFORM 4400-BLOQUEIO-JUDICIAL
               END-IF
           END-PERFORM.

       4100-FRACIONAMENTO-CONTA.
           IF PLP-QTDE-FRACIONAMENTO = ZERO OR
                   WRK-CTA-FRAC-NOVOS (WRK-CTA-IND) = ZERO OR
                   WRK-CTA-FRAC-JANELA (WRK-CTA-IND) <
                   PLP-QTDE-FRACIONAMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE "FRACIONADO"                       TO WRK-ALR-REGRA
           MOVE WRK-CTA-DOC (WRK-CTA-IND, 1)       TO WRK-ALR-DOCUMENTO
           MOVE WRK-CTA-VALOR-FRAC (WRK-CTA-IND)   TO WRK-ALR-VALOR
           MOVE WRK-CTA-FRAC-JANELA (WRK-CTA-IND)  TO WRK-ALR-QTDE
           MOVE WRK-CTA-NTR-ULTIMO (WRK-CTA-IND)   TO WRK-ALR-NTR
           MOVE WRK-CTA-DATA-ULTIMO (WRK-CTA-IND)  TO WRK-ALR-DATA-MOV
           PERFORM 6000-GRAVA-ALERTA.

      *---- REPASSE: AS TRANSFERENCIAS DE SAIDA DO LOTE (INTERNAS OU
      *---- PARA OUTRA INSTITUICAO) CONSOMEM A MAIOR PARTE DOS
      *---- CREDITOS DA JANELA

       4200-REPASSE.
           IF PLP-PCT-REPASSE = ZERO OR
                   WRK-CTA-QTDE-TRANSF (WRK-CTA-IND) = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WRK-CTA-TRANSF-NOVAS (WRK-CTA-IND) < PLP-VALOR-REPASSE OR
                   WRK-CTA-CREDITOS-JANELA (WRK-CTA-IND) <
                   PLP-VALOR-REPASSE OR
                   WRK-CTA-CREDITOS-JANELA (WRK-CTA-IND) = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WRK-CTA-TRANSF-NOVAS (WRK-CTA-IND) * 100 <
                   WRK-CTA-CREDITOS-JANELA (WRK-CTA-IND) *
                   PLP-PCT-REPASSE
               EXIT PARAGRAPH
           END-IF.

           MOVE "REPASSE"                          TO WRK-ALR-REGRA
           MOVE WRK-CTA-DOC (WRK-CTA-IND, 1)       TO WRK-ALR-DOCUMENTO
           MOVE WRK-CTA-TRANSF-NOVAS (WRK-CTA-IND) TO WRK-ALR-VALOR
           MOVE WRK-CTA-QTDE-TRANSF (WRK-CTA-IND)  TO WRK-ALR-QTDE
           MOVE WRK-CTA-NTR-ULTIMO (WRK-CTA-IND)   TO WRK-ALR-NTR
           MOVE WRK-CTA-DATA-ULTIMO (WRK-CTA-IND)  TO WRK-ALR-DATA-MOV
           PERFORM 6000-GRAVA-ALERTA.

      *---- DORMENTE: O MOVIMENTO ANTERIOR MAIS RECENTE E MAIS VELHO
      *---- QUE O CORTE DE DORMENCIA (A POSTAGEM JA DEVOLVEU A CONTA A
      *---- SITUACAO ATIVA); CONTA SEM HISTORICO NAO E DATAVEL

       4300-REATIVACAO-DORMENTE.
           IF PLP-MESES-DORMENCIA = ZERO OR
                   WRK-CTA-ULTIMA-ANTERIOR (WRK-CTA-IND) = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WRK-CTA-ULTIMA-ANTERIOR (WRK-CTA-IND) NOT <
                   WRK-DATA-DORMENCIA OR
                   WRK-CTA-MAIOR-NOVO (WRK-CTA-IND) < PLP-VALOR-DORMENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE "DORMENTE"                        TO WRK-ALR-REGRA
           MOVE WRK-CTA-DOC (WRK-CTA-IND, 1)      TO WRK-ALR-DOCUMENTO
           MOVE WRK-CTA-MAIOR-NOVO (WRK-CTA-IND)  TO WRK-ALR-VALOR
           MOVE WRK-CTA-NOVOS (WRK-CTA-IND)       TO WRK-ALR-QTDE
           MOVE WRK-CTA-NTR-MAIOR (WRK-CTA-IND)   TO WRK-ALR-NTR
           MOVE WRK-CTA-DATA-MAIOR (WRK-CTA-IND)  TO WRK-ALR-DATA-MOV
           PERFORM 6000-GRAVA-ALERTA.

      *---- BLOQUEIO JUDICIAL: QUALQUER DOCUMENTO DA CONTA (TITULAR OU
      *---- COTITULAR) NA TABELA DE DOCUMENTOS COM BLOQUEIO JUDICIAL

       4400-BLOQUEIO-JUDICIAL.
           IF WRK-QTDE-JUDICIAL = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-DOC-JUDICIAL.
           PERFORM VARYING WRK-DOC-POS FROM 1 BY 1
                   UNTIL WRK-DOC-POS > WRK-CTA-QTDE-DOCS (WRK-CTA-IND)
                      OR WRK-DOC-JUDICIAL-SIM
               PERFORM VARYING WRK-JUD-IND FROM 1 BY 1
                       UNTIL WRK-JUD-IND > WRK-QTDE-JUDICIAL
                   IF WRK-JUD-DOC (WRK-JUD-IND) =
                           WRK-CTA-DOC (WRK-CTA-IND, WRK-DOC-POS)
                       MOVE "S" TO WRK-DOC-JUDICIAL
                       MOVE WRK-JUD-DOC (WRK-JUD-IND) TO
                           WRK-ALR-DOCUMENTO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF NOT WRK-DOC-JUDICIAL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE "JUDICIAL"                        TO WRK-ALR-REGRA
           MOVE WRK-CTA-VALOR-NOVOS (WRK-CTA-IND) TO WRK-ALR-VALOR
           MOVE WRK-CTA-NOVOS (WRK-CTA-IND)       TO WRK-ALR-QTDE
           MOVE WRK-CTA-NTR-MAIOR (WRK-CTA-IND)   TO WRK-ALR-NTR
           MOVE WRK-CTA-DATA-MAIOR (WRK-CTA-IND)  TO WRK-ALR-DATA-MOV
           PERFORM 6000-GRAVA-ALERTA.

      *---- FRACIONAMENTO POR DOCUMENTO: SOMA A FAIXA DE TODAS AS
      *---- CONTAS DO MESMO CPF/CNPJ (TITULAR OU COTITULAR); SO
      *---- ALERTA O DOCUMENTO COM MAIS DE UMA CONTA E COM PELO MENOS
      *---- UM CREDITO DA FAIXA NO LOTE (UMA CONTA SO E A REGRA DA
      *---- CONTA)

       4500-AVALIA-DOCUMENTOS.
           IF PLP-PCT-FRACIONAMENTO = ZERO OR
                   PLP-QTDE-FRACIONAMENTO = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WRK-CTA-IND FROM 1 BY 1
                   UNTIL WRK-CTA-IND > WRK-QTDE-CONTAS
               IF WRK-CTA-FRAC-JANELA (WRK-CTA-IND) > ZEROS
                   PERFORM VARYING WRK-DOC-POS FROM 1 BY 1
                           UNTIL WRK-DOC-POS >
                                 WRK-CTA-QTDE-DOCS (WRK-CTA-IND)
                       PERFORM 4510-ACUMULA-DOCUMENTO
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-DCS-IND FROM 1 BY 1
                   UNTIL WRK-DCS-IND > WRK-QTDE-DCS
               IF WRK-DCS-QTDE-CONTAS (WRK-DCS-IND) > 1 AND
                       WRK-DCS-FRAC-NOVOS (WRK-DCS-IND) > ZEROS AND
                       WRK-DCS-FRAC-JANELA (WRK-DCS-IND) NOT <
                       PLP-QTDE-FRACIONAMENTO
                   MOVE WRK-DCS-CTA-IND (WRK-DCS-IND) TO WRK-CTA-IND
                   MOVE "FRAC-DOC"                TO WRK-ALR-REGRA
                   MOVE WRK-DCS-DOCUMENTO (WRK-DCS-IND) TO
                       WRK-ALR-DOCUMENTO
                   MOVE WRK-DCS-VALOR-FRAC (WRK-DCS-IND) TO
                       WRK-ALR-VALOR
                   MOVE WRK-DCS-FRAC-JANELA (WRK-DCS-IND) TO
                       WRK-ALR-QTDE
                   MOVE WRK-CTA-NTR-ULTIMO (WRK-CTA-IND) TO WRK-ALR-NTR
                   MOVE WRK-CTA-DATA-ULTIMO (WRK-CTA-IND) TO
                       WRK-ALR-DATA-MOV
                   PERFORM 6000-GRAVA-ALERTA
               END-IF
           END-PERFORM.

       4510-ACUMULA-DOCUMENTO.
           MOVE WRK-CTA-DOC (WRK-CTA-IND, WRK-DOC-POS) TO WRK-DOCUMENTO.

           PERFORM VARYING WRK-DCS-IND FROM 1 BY 1
                   UNTIL WRK-DCS-IND > WRK-QTDE-DCS
               IF WRK-DCS-DOCUMENTO (WRK-DCS-IND) = WRK-DOCUMENTO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WRK-DCS-IND > WRK-QTDE-DCS
               IF WRK-QTDE-DCS NOT < 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QTDE-DCS
               MOVE WRK-QTDE-DCS  TO WRK-DCS-IND
               MOVE WRK-DOCUMENTO TO WRK-DCS-DOCUMENTO (WRK-DCS-IND)
               MOVE ZEROS TO WRK-DCS-QTDE-CONTAS (WRK-DCS-IND)
                             WRK-DCS-FRAC-NOVOS (WRK-DCS-IND)
                             WRK-DCS-FRAC-JANELA (WRK-DCS-IND)
                             WRK-DCS-VALOR-FRAC (WRK-DCS-IND)
               MOVE WRK-CTA-IND   TO WRK-DCS-CTA-IND (WRK-DCS-IND)
           END-IF.

           ADD 1 TO WRK-DCS-QTDE-CONTAS (WRK-DCS-IND).
           ADD WRK-CTA-FRAC-NOVOS (WRK-CTA-IND) TO
               WRK-DCS-FRAC-NOVOS (WRK-DCS-IND).
           ADD WRK-CTA-FRAC-JANELA (WRK-CTA-IND) TO
               WRK-DCS-FRAC-JANELA (WRK-DCS-IND).
           ADD WRK-CTA-VALOR-FRAC (WRK-CTA-IND) TO
               WRK-DCS-VALOR-FRAC (WRK-DCS-IND).
           IF WRK-CTA-FRAC-NOVOS (WRK-CTA-IND) > ZEROS
               MOVE WRK-CTA-IND TO WRK-DCS-CTA-IND (WRK-DCS-IND)
           END-IF.

      *---- GRAVA OS CONTADORES E O CONDITION CODE NO LOG DE EXECUCAO:
      *---- QTD1 MOVIMENTOS DO LOTE, QTD2 CONTAS AVALIADAS, QTD3
      *---- ALERTAS, QTD4 MOVIMENTOS NAO AVALIADOS, TOTAL1 VALOR DOS
      *---- ALERTAS EM BRL

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLIPLDM"               TO RUN-PASSO
           MOVE WRK-QTDE-NOVOS          TO RUN-QTD1
           MOVE WRK-QTDE-CONTAS         TO RUN-QTD2
           MOVE WRK-QTDE-ALERTAS        TO RUN-QTD3
           MOVE WRK-QTDE-OMITIDOS       TO RUN-QTD4
           MOVE WRK-TOTAL-ALERTAS       TO RUN-TOTAL1
           MOVE ZEROS                   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

      *---- GRAVA O ALERTA ABERTO COM O PRAZO REGULATORIO; A CHAVE DA
      *---- CONTA E A DA ENTRADA CORRENTE DA TABELA

       6000-GRAVA-ALERTA.
           ADD 1 TO WRK-SEQ-ALERTA.

           MOVE WRK-DATA-PROCESSO             TO PLA-DATA
           MOVE WRK-SEQ-ALERTA                TO PLA-SEQUENCIA
           MOVE WRK-ALR-REGRA                 TO PLA-REGRA
           MOVE WRK-CTA-CHAVE (WRK-CTA-IND)   TO PLA-CHAVE
           MOVE WRK-ALR-DOCUMENTO             TO PLA-DOCUMENTO
           MOVE WRK-ALR-VALOR                 TO PLA-VALOR-BRL
           MOVE WRK-ALR-QTDE                  TO PLA-QTDE-MOVIMENTOS
           MOVE WRK-ALR-NTR                   TO PLA-NUM-TRANSACAO
           MOVE WRK-ALR-DATA-MOV              TO PLA-DATA-MOVIMENTO
           MOVE WRK-DATA-PRAZO                TO PLA-DATA-PRAZO
           MOVE "A"                           TO PLA-SITUACAO
           MOVE ZEROS                         TO PLA-DATA-DECISAO
           MOVE SPACES                        TO PLA-OPERADOR-DECISAO

           WRITE ALERTA-PLD-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR ALERTA - STATUS "
                       WRK-STATUS-ALERTAS
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WRK-QTDE-ALERTAS.
           ADD WRK-ALR-VALOR TO WRK-TOTAL-ALERTAS.

           DISPLAY "ALERTA " PLA-SEQUENCIA " " PLA-REGRA " CONTA "
               PLA-CHAVE " DOCUMENTO " PLA-DOCUMENTO.

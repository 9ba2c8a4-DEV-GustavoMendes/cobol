      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIRENT.
      * RENTABILIDADE DE CONTAS E CLIENTES COM FAIXAS DE
      * RELACIONAMENTO - PARA O PERIODO DO ARQUIVO DE PARAMETROS
      * (CLIRNP) APURA DE CADA CONTA O SALDO MEDIO (MEDIA DOS
      * FECHAMENTOS DO CLIHIST NO PERIODO), AS TARIFAS COBRADAS, OS
      * JUROS PAGOS E OS JUROS DE CHEQUE ESPECIAL (TRILHAS DE
      * AUDITORIA ARQUIVADA E VIVA, LIQUIDOS DE ESTORNOS), A
      * QUANTIDADE DE MOVIMENTOS E A DE REJEICOES (CLIREJ), TUDO
      * CONVERTIDO PARA BRL PELAS TAXAS DO CLITAX VIGENTES NO FIM DO
      * PERIODO. O RESULTADO DA CONTA E O QUE ELA TRAZ (TARIFAS E
      * JUROS DE CHEQUE ESPECIAL) MENOS O QUE ELA CUSTA (JUROS PAGOS
      * E O CUSTO OPERACIONAL DE CADA MOVIMENTO E REJEICAO, DO
      * CLIRNP).
      * AS CONTAS SAO SOMADAS POR CLIENTE (CPF/CNPJ) PELO INDICE
      * CRUZADO DE DOCUMENTOS (CLIXRF) E PELO DE COTITULARES
      * (CLICOTX) - A CONTA CONJUNTA ENTRA INTEIRA EM CADA CLIENTE
      * LIGADO A ELA - E OS CLIENTES SAO CLASSIFICADOS PELO RESULTADO
      * E DISTRIBUIDOS NAS FAIXAS DE RELACIONAMENTO DO CLIRNP.
      * SAIDAS: A LISTAGEM CLIRENT.LST (RANKING POR FAIXA, RESUMO DAS
      * FAIXAS E A SECAO DE CLIENTES DEFICITARIOS, DO PIOR PARA O
      * MENOS RUIM, APONTANDO AS CONTAS ISENTAS DE TARIFA COM
      * MOVIMENTO ALTO) E O ARQUIVO CLIRNX (HEADER/DETALHE/TRAILER)
      * PARA A AREA COMERCIAL. SO LEITURA NOS DEMAIS ARQUIVOS.
      *
      * CONTA ENCERRADA SAI DO INDICE CRUZADO, ENTAO, COMO NO
      * CLIINFX, O DOCUMENTO DO TITULAR E O DOS COTITULARES SAO
      * TIRADOS DO PROPRIO CADASTRO QUANDO ELA TEVE FECHAMENTO,
      * MOVIMENTO OU REJEICAO NO PERIODO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT HISTORICO ASSIGN TO "CLIHIST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-HISTORICO.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT AUDITORIA-ARQUIVO ASSIGN TO "CLIAUDA"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ARQUIVO.

           SELECT REJEITOS ASSIGN TO "CLIREJ"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REJEITOS.

           SELECT XREF-DOCUMENTOS ASSIGN TO "CLIXRF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS XRF-DOCUMENTO
               FILE STATUS    IS WRK-STATUS-XREF.

           SELECT XREF-COTITULARES ASSIGN TO "CLICOTX"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS CTX-ID
               FILE STATUS    IS WRK-STATUS-COTITX.

           SELECT COTITULARES ASSIGN TO "CLICOT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS COT-ID
               FILE STATUS    IS WRK-STATUS-COTIT.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

           SELECT TARIFAS ASSIGN TO "CLITRF"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TARIFAS.

           SELECT PARAMETROS-RENTAB ASSIGN TO "CLIRNP"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAM-RENTAB.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RENTABILIDADE ASSIGN TO "CLIRNX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RENTAB.

           SELECT RELATORIO ASSIGN TO "CLIRENT.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT SORT-MOVIMENTOS ASSIGN TO "SORTWK".

           SELECT SORT-DOCUMENTOS ASSIGN TO "SORTWK2".

           SELECT SORT-RANKING ASSIGN TO "SORTWK3".

       DATA                DIVISION.
       FILE                SECTION.
      *---- SRT-TIPO: H-FECHAMENTO DO HISTORICO  T-TARIFA
      *---- C-JUROS DE CHEQUE ESPECIAL  J-JUROS PAGOS
      *---- M-QUALQUER OUTRO MOVIMENTO  R-REJEICAO
       SD  SORT-MOVIMENTOS.
       01  REG-SORT.
           05  SRT-CHAVE            PICTURE X(10).
           05  SRT-TIPO             PICTURE X(01).
           05  SRT-DATA             PICTURE 9(08).
           05  SRT-VALOR1           PICTURE S9(10)  COMP-3.
           05  SRT-VALOR2           PICTURE S9(10)  COMP-3.

       SD  SORT-DOCUMENTOS.
       01  REG-SORT-DOC.
           05  SRD-DOCUMENTO        PICTURE 9(14).
           05  SRD-CHAVE            PICTURE X(10).

       SD  SORT-RANKING.
       01  REG-SORT-RANKING.
           05  SRR-RESULTADO        PICTURE S9(11)V99  COMP-3.
           05  SRR-DOCUMENTO        PICTURE 9(14).
           05  SRR-IND              PICTURE 9(04).

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  HISTORICO
           LABEL RECORD IS STANDARD.
           COPY CLIHIST.

       FD  AUDITORIA
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

       FD  XREF-DOCUMENTOS
           LABEL RECORD IS STANDARD.
           COPY CLIXRF.

       FD  XREF-COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOTX.

       FD  COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       FD  TARIFAS
           LABEL RECORD IS STANDARD.
           COPY CLITRF.

       FD  PARAMETROS-RENTAB
           LABEL RECORD IS STANDARD.
           COPY CLIRNP.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RENTABILIDADE
           LABEL RECORD IS STANDARD.
           COPY CLIRNX.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-HISTORICO    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-AUDITORIA    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-ARQUIVO      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-REJEITOS     PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-XREF         PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-COTITX       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-COTIT        PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-TARIFAS      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAM-RENTAB PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RENTAB       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RUNLOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-COTIT-DISPONIVEL    PICTURE X(01)  VALUE "N".
           88  WRK-COTIT-DISPONIVEL-SIM           VALUE "S".
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-FIM-COTIT           PICTURE X(01)  VALUE "N".
           88  WRK-FIM-COTIT-SIM                  VALUE "S".
       01  WRK-FIM-SORT            PICTURE X(01)  VALUE "N".
           88  WRK-FIM-SORT-SIM                   VALUE "S".
       01  WRK-TABELA-CHEIA        PICTURE X(01)  VALUE "N".
           88  WRK-TABELA-CHEIA-SIM               VALUE "S".
       01  WRK-DATA-HORA           PICTURE X(21)  VALUE SPACES.

       01  WRK-DATA-INICIO         PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-FIM            PICTURE 9(08)  VALUE ZEROS.
       01  WRK-ANO-MES             PICTURE 9(06)  VALUE ZEROS.
       01  WRK-OPERACAO            PICTURE X(10)  VALUE SPACES.
       01  WRK-OPERACAO-ORIGINAL   PICTURE X(10)  VALUE SPACES.
       01  WRK-OPERACAO-EFETIVA    PICTURE X(10)  VALUE SPACES.

      *----PARAMETROS DO PERIODO JA CRITICADOS
       01  WRK-CUSTO-MOVIMENTO     PICTURE 9(04)V99 VALUE ZEROS.
       01  WRK-CUSTO-REJEICAO      PICTURE 9(04)V99 VALUE ZEROS.
       01  WRK-MOVIMENTOS-ALTO     PICTURE 9(05)  VALUE ZEROS.
       01  WRK-QTDE-FAIXAS         PICTURE 9(01)  VALUE ZEROS.
       01  WRK-FXA-IND             PICTURE 9(01)  VALUE ZEROS.
       01  WRK-PARAMETRO-OK        PICTURE X(01)  VALUE "S".
           88  WRK-PARAMETRO-OK-SIM               VALUE "S".

      *----TOTAIS POR FAIXA DE RELACIONAMENTO (MESMO INDICE DO CLIRNP)
       01  WRK-TAB-FAIXAS.
           05  WRK-FXA-ENT OCCURS 5 TIMES.
               10  WRK-FXA-QTDE           PICTURE 9(07).
               10  WRK-FXA-SALDO-MEDIO    PICTURE S9(15)V99 COMP-3.
               10  WRK-FXA-RESULTADO      PICTURE S9(13)V99 COMP-3.

      *----TARIFA MENSAL POR TIPO DE CONTA (CLITRF); TIPO COM TARIFA
      *----ZERO E ISENTO, COMO NO CLITARF
       01  WRK-TAB-TARIFA.
           05  WRK-TARIFA-VALOR PICTURE 9(10) OCCURS 4 TIMES.
       01  WRK-TEM-TARIFA          PICTURE X(01)  VALUE "N".
           88  WRK-TEM-TARIFA-SIM                 VALUE "S".

      *----APURACAO DA CONTA CORRENTE NO CASAMENTO COM O MESTRE (NA
      *----MOEDA DA CONTA)
       01  WRK-APU-SOMA-SALDOS     PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-APU-QTDE-FECH       PICTURE 9(05)  VALUE ZEROS.
       01  WRK-APU-SALDO-MEDIO     PICTURE S9(10)V99 COMP-3 VALUE ZEROS.
       01  WRK-APU-TARIFAS         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-JUROS-CHQ       PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-JUROS           PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-QTDE-MOV        PICTURE 9(07)  VALUE ZEROS.
       01  WRK-APU-QTDE-REJ        PICTURE 9(07)  VALUE ZEROS.
       01  WRK-APU-EXISTIU         PICTURE X(01)  VALUE "N".
           88  WRK-APU-EXISTIU-SIM                VALUE "S".

      *----CONTAS APURADAS, EM ORDEM DE CHAVE (MONTADA NA PASSAGEM
      *----PELO MESTRE); VALORES JA EM BRL
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ENT OCCURS 5000 TIMES.
               10  WRK-CTA-CHAVE          PICTURE X(10).
               10  WRK-CTA-NOME           PICTURE X(20).
               10  WRK-CTA-TIPO           PICTURE 9(01).
               10  WRK-CTA-SITUACAO       PICTURE X(01).
               10  WRK-CTA-CPF            PICTURE 9(11).
               10  WRK-CTA-CNPJ           PICTURE 9(14).
               10  WRK-CTA-ISENTA         PICTURE X(01).
               10  WRK-CTA-SALDO-MEDIO    PICTURE S9(13)V99 COMP-3.
               10  WRK-CTA-TARIFAS        PICTURE S9(11)V99 COMP-3.
               10  WRK-CTA-JUROS-CHQ      PICTURE S9(11)V99 COMP-3.
               10  WRK-CTA-JUROS          PICTURE S9(11)V99 COMP-3.
               10  WRK-CTA-QTDE-MOV       PICTURE 9(07).
               10  WRK-CTA-QTDE-REJ       PICTURE 9(07).
       01  WRK-QTDE-CONTAS         PICTURE 9(04)  VALUE ZEROS.
       01  WRK-CTA-IND             PICTURE 9(04)  VALUE ZEROS.
       01  WRK-IND                 PICTURE 9(04)  VALUE ZEROS.

      *----CONTAS DO DOCUMENTO CORRENTE (INDICE NA TABELA DE CONTAS E
      *----TITULARIDADE T/C)
       01  WRK-TAB-DOC-CONTAS.
           05  WRK-DCT-ENT OCCURS 20 TIMES.
               10  WRK-DCT-IND            PICTURE 9(04).
               10  WRK-DCT-TITULARIDADE   PICTURE X(01).
       01  WRK-QTDE-DOC-CONTAS     PICTURE 9(02)  VALUE ZEROS.
       01  WRK-DCT-POS             PICTURE 9(02)  VALUE ZEROS.
       01  WRK-DOCUMENTO           PICTURE 9(14)  VALUE ZEROS.
       01  WRK-ULTIMA-CHAVE        PICTURE X(10)  VALUE SPACES.
       01  WRK-NOME-DOCUMENTO      PICTURE X(20)  VALUE SPACES.

      *----CLIENTES (UM POR DOCUMENTO) COM OS VALORES SOMADOS DAS
      *----CONTAS; A POSICAO NO RANKING GUARDA O INDICE DO CLIENTE
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI-ENT OCCURS 5000 TIMES.
               10  WRK-CLI-DOCUMENTO      PICTURE 9(14).
               10  WRK-CLI-NOME           PICTURE X(20).
               10  WRK-CLI-QTDE-CONTAS    PICTURE 9(03).
               10  WRK-CLI-SALDO-MEDIO    PICTURE S9(13)V99 COMP-3.
               10  WRK-CLI-TARIFAS        PICTURE S9(11)V99 COMP-3.
               10  WRK-CLI-JUROS-CHQ      PICTURE S9(11)V99 COMP-3.
               10  WRK-CLI-JUROS          PICTURE S9(11)V99 COMP-3.
               10  WRK-CLI-QTDE-MOV       PICTURE 9(07).
               10  WRK-CLI-QTDE-REJ       PICTURE 9(07).
               10  WRK-CLI-CUSTO          PICTURE S9(11)V99 COMP-3.
               10  WRK-CLI-RESULTADO      PICTURE S9(11)V99 COMP-3.
               10  WRK-CLI-ISENTAS-MOV    PICTURE 9(03).
       01  WRK-QTDE-CLIENTES       PICTURE 9(04)  VALUE ZEROS.
       01  WRK-CLI-IND             PICTURE 9(04)  VALUE ZEROS.
       01  WRK-TAB-RANKING.
           05  WRK-RNK-IND PICTURE 9(04) OCCURS 5000 TIMES.
       01  WRK-POSICAO             PICTURE 9(04)  VALUE ZEROS.

       01  WRK-QTDE-LISTADAS       PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-DEFICITARIOS   PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-OMITIDAS       PICTURE 9(07)  VALUE ZEROS.
       01  WRK-TOTAL-SALDO-MEDIO   PICTURE S9(15)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-RESULTADO     PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-FAIXA-ANTERIOR      PICTURE 9(01)  VALUE ZEROS.
       01  WRK-CONTADOR-ED         PICTURE ZZZ.ZZ9.

           COPY CLIMOE.

       01  CAB-01.
           05  FILLER               PICTURE X(36)  VALUE
               "RENTABILIDADE DE CLIENTES - PERIODO ".
           05  CAB-DATA-INICIO      PICTURE 9(08).
           05  FILLER               PICTURE X(03)  VALUE " A ".
           05  CAB-DATA-FIM         PICTURE 9(08).
       01  CAB-02.
           05  FILLER               PICTURE X(48)  VALUE
               "VALORES EM BRL PELAS TAXAS VIGENTES NO FIM DO PE".
           05  FILLER               PICTURE X(29)  VALUE
               "RIODO; RESULTADO = RECEITA - ".
       01  CAB-03.
           05  FILLER               PICTURE X(54)  VALUE
               "JUROS PAGOS - CUSTO OPERACIONAL (MOVIMENTOS/REJEICOES)".
       01  CAB-FAIXA.
           05  FILLER               PICTURE X(06)  VALUE "FAIXA ".
           05  CAB-FXA-NOME         PICTURE X(10).
           05  FILLER               PICTURE X(22)  VALUE
               " - RESULTADO MINIMO ".
           05  CAB-FXA-MINIMO-ED    PICTURE Z.ZZZ.ZZZ.ZZ9.
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(08)  VALUE "POSICAO".
           05  FILLER               PICTURE X(15)  VALUE "CPF/CNPJ".
           05  FILLER               PICTURE X(21)  VALUE "NOME".
           05  FILLER               PICTURE X(07)  VALUE "CONTAS".
           05  FILLER               PICTURE X(27)  VALUE
               "            RESULTADO".
       01  DET-CLIENTE.
           05  DET-POSICAO-ED       PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DOCUMENTO        PICTURE 9(14).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-NOME             PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-QTDE-CONTAS-ED   PICTURE ZZ9.
           05  FILLER               PICTURE X(07)  VALUE SPACES.
           05  DET-RESULTADO-ED     PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-RECEITAS.
           05  FILLER               PICTURE X(16)  VALUE
               "  SALDO MEDIO".
           05  DET-SALDO-MEDIO-ED   PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(14)  VALUE
               "  TARIFAS".
           05  DET-TARIFAS-ED       PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-JUROS.
           05  FILLER               PICTURE X(16)  VALUE
               "  JUROS CHQ ESP".
           05  DET-JUROS-CHQ-ED     PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(14)  VALUE
               "  JUROS PAGOS".
           05  DET-JUROS-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-CUSTOS.
           05  FILLER               PICTURE X(16)  VALUE
               "  MOVIMENTOS".
           05  DET-QTDE-MOV-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(13)  VALUE
               "  REJEICOES".
           05  DET-QTDE-REJ-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(08)  VALUE "  CUSTO".
           05  DET-CUSTO-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-SEM-CLIENTE.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUM CLIENTE NA FAIXA".
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO POR FAIXA DE RELACIONAMENTO".
       01  CAB-RES-COLUNAS.
           05  FILLER               PICTURE X(11)  VALUE "FAIXA".
           05  FILLER               PICTURE X(09)  VALUE " CLIENTES".
           05  FILLER               PICTURE X(20)  VALUE
               "         SALDO MEDIO".
           05  FILLER               PICTURE X(20)  VALUE
               "           RESULTADO".
       01  DET-RESUMO.
           05  DET-RES-FAIXA        PICTURE X(10).
           05  FILLER               PICTURE X(03)  VALUE SPACES.
           05  DET-RES-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RES-SALDO-ED     PICTURE -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RES-RESULTADO-ED PICTURE -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CAB-DEFICITARIOS.
           05  FILLER               PICTURE X(60)  VALUE
               "CLIENTES DEFICITARIOS - CUSTAM MAIS DO QUE TRAZEM".
       01  CAB-DEF-COLUNAS.
           05  FILLER               PICTURE X(15)  VALUE "CPF/CNPJ".
           05  FILLER               PICTURE X(21)  VALUE "NOME".
           05  FILLER               PICTURE X(18)  VALUE
               "        RESULTADO".
           05  FILLER               PICTURE X(08)  VALUE "  MOVIM.".
           05  FILLER               PICTURE X(18)  VALUE
               " ISENTAS MOV ALTO".
       01  DET-DEFICITARIO.
           05  DET-DEF-DOCUMENTO    PICTURE 9(14).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DEF-NOME         PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DEF-RESULTADO-ED PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DEF-QTDE-MOV-ED  PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(10)  VALUE SPACES.
           05  DET-DEF-ISENTAS-ED   PICTURE ZZ9.
       01  DET-SEM-DEFICITARIO.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUM CLIENTE DEFICITARIO NO PERIODO".

       PROCEDURE           DIVISION.
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           PERFORM 0300-LE-PARAMETROS.
           PERFORM 0100-CARREGA-TAXAS.
           PERFORM 0200-CARREGA-TARIFAS.

      *---- O MESTRE, O INDICE CRUZADO E O HISTORICO SAO OBRIGATORIOS:
      *---- SEM ELES NAO HA CLIENTE NEM SALDO MEDIO A APURAR

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE CLIENTES-MASTER.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF NOT = "00"
               DISPLAY "INDICE CRUZADO DE DOCUMENTOS INDISPONIVEL - "
                   "STATUS " WRK-STATUS-XREF
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE XREF-DOCUMENTOS.

           OPEN INPUT HISTORICO.
           IF WRK-STATUS-HISTORICO NOT = "00"
               DISPLAY "HISTORICO DE FECHAMENTOS AUSENTE - STATUS "
                   WRK-STATUS-HISTORICO
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE HISTORICO.

      *---- PRIMEIRA CLASSIFICACAO: FECHAMENTOS, MOVIMENTOS E REJEICOES
      *---- DO PERIODO POR CHAVE, APURADOS CONTRA O MESTRE NA TABELA DE
      *---- CONTAS

           SORT SORT-MOVIMENTOS
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 1000-SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS 2000-APURA-CONTAS.

           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "TABELA DE CONTAS CHEIA - RELATORIO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

      *---- SEGUNDA CLASSIFICACAO: PARES DOCUMENTO/CONTA, SOMADOS POR
      *---- DOCUMENTO NA TABELA DE CLIENTES

           SORT SORT-DOCUMENTOS
               ON ASCENDING KEY SRD-DOCUMENTO SRD-CHAVE
               INPUT PROCEDURE IS 3000-SELECIONA-DOCUMENTOS
               OUTPUT PROCEDURE IS 4000-APURA-CLIENTES.

           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "TABELA DE CLIENTES CHEIA - RELATORIO NAO "
                   "GERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

      *---- TERCEIRA CLASSIFICACAO: RANKING PELO RESULTADO, DO MAIOR
      *---- PARA O MENOR, COM A LISTAGEM E O ARQUIVO COMERCIAL

           SORT SORT-RANKING
               ON DESCENDING KEY SRR-RESULTADO
               ON ASCENDING KEY SRR-DOCUMENTO
               INPUT PROCEDURE IS 6000-LIBERA-CLIENTES
               OUTPUT PROCEDURE IS 7000-EMITE-RANKING.

           MOVE WRK-QTDE-CONTAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS APURADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-LISTADAS TO WRK-CONTADOR-ED.
           DISPLAY "CLIENTES CLASSIFICADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-DEFICITARIOS TO WRK-CONTADOR-ED.
           DISPLAY "CLIENTES DEFICITARIOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-OMITIDAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS OMITIDAS (DOCUMENTO COM MAIS DE 20): "
               WRK-CONTADOR-ED.

           IF WRK-QTDE-OMITIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- CARREGA AS TAXAS DE CONVERSAO DO ARQUIVO DE TAXAS; VALE A
      *---- TAXA DE VIGENCIA MAIS RECENTE ATE O FIM DO PERIODO. SEM O
      *---- ARQUIVO FICAM AS TAXAS PADRAO, COMO NA CONSULTA DE POSICAO

       0100-CARREGA-TAXAS.
           MOVE WRK-DATA-FIM TO WRK-TAXA-DATA-HOJE.
           MOVE ZEROS        TO WRK-TAB-TAXA-VIGENCIA.

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
                       PERFORM 0110-APLICA-TAXA
               END-READ
           END-PERFORM.

           CLOSE TAXAS-CAMBIO.

       0110-APLICA-TAXA.
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

      *---- TARIFAS POR TIPO DE CONTA, SO PARA SABER QUEM E ISENTO;
      *---- SEM O ARQUIVO VALEM APENAS AS ISENCOES FIXAS DO CLITARF
      *---- (POUPANCA E CONTA DORMENTE)

       0200-CARREGA-TARIFAS.
           MOVE ZEROS TO WRK-TAB-TARIFA.
           MOVE "N"   TO WRK-TEM-TARIFA.

           OPEN INPUT TARIFAS.
           IF WRK-STATUS-TARIFAS NOT = "00"
               DISPLAY "ARQUIVO DE TARIFAS AUSENTE - ISENCAO SO POR "
                   "TIPO E SITUACAO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ TARIFAS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF TRF-TIPO-CONTA IS GREATER THAN ZERO AND
                               TRF-TIPO-CONTA IS LESS THAN 5 AND
                               TRF-VALOR IS NUMERIC
                           MOVE TRF-VALOR TO
                               WRK-TARIFA-VALOR (TRF-TIPO-CONTA)
                           MOVE "S" TO WRK-TEM-TARIFA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TARIFAS.

      *---- LE E CRITICA O ARQUIVO DE PARAMETROS DO RELATORIO; PERIODO
      *---- ZERADO VEM DA DATA DE FECHAMENTO DO ARQUIVO DE PARAMETROS
      *---- DE EXECUCAO (CLIPRM)

       0300-LE-PARAMETROS.
           OPEN INPUT PARAMETROS-RENTAB.
           IF WRK-STATUS-PARAM-RENTAB NOT = "00"
               DISPLAY "PARAMETROS DE RENTABILIDADE AUSENTES - STATUS "
                   WRK-STATUS-PARAM-RENTAB
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           READ PARAMETROS-RENTAB
               AT END
                   DISPLAY "PARAMETROS DE RENTABILIDADE VAZIOS"
                   CLOSE PARAMETROS-RENTAB
                   MOVE 8 TO RETURN-CODE
                   PERFORM 5000-GRAVA-RUN-LOG
                   STOP RUN
           END-READ.

           CLOSE PARAMETROS-RENTAB.

           MOVE "S" TO WRK-PARAMETRO-OK.

           IF RNP-DATA-INICIO IS NOT NUMERIC OR
                   RNP-DATA-FIM IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO NOS PARAMETROS DE "
                   "RENTABILIDADE"
               MOVE "N" TO WRK-PARAMETRO-OK
           ELSE
               IF RNP-DATA-INICIO = ZEROS AND RNP-DATA-FIM = ZEROS
                   PERFORM 0310-PERIODO-DO-FECHAMENTO
               ELSE
                   MOVE RNP-DATA-INICIO TO WRK-DATA-INICIO
                   MOVE RNP-DATA-FIM    TO WRK-DATA-FIM
               END-IF
               IF WRK-DATA-INICIO = ZEROS OR WRK-DATA-FIM = ZEROS OR
                       WRK-DATA-INICIO > WRK-DATA-FIM
                   DISPLAY "PERIODO INVALIDO NOS PARAMETROS DE "
                       "RENTABILIDADE"
                   MOVE "N" TO WRK-PARAMETRO-OK
               END-IF
           END-IF.

           IF RNP-CUSTO-MOVIMENTO IS NOT NUMERIC OR
                   RNP-CUSTO-REJEICAO IS NOT NUMERIC OR
                   RNP-MOVIMENTOS-ALTO IS NOT NUMERIC
               DISPLAY "CUSTOS OU LIMITE DE MOVIMENTOS INVALIDOS NOS "
                   "PARAMETROS DE RENTABILIDADE"
               MOVE "N" TO WRK-PARAMETRO-OK
           ELSE
               MOVE RNP-CUSTO-MOVIMENTO TO WRK-CUSTO-MOVIMENTO
               MOVE RNP-CUSTO-REJEICAO  TO WRK-CUSTO-REJEICAO
               MOVE RNP-MOVIMENTOS-ALTO TO WRK-MOVIMENTOS-ALTO
               IF WRK-MOVIMENTOS-ALTO = ZEROS
                   MOVE 30 TO WRK-MOVIMENTOS-ALTO
               END-IF
           END-IF.

      *---- FAIXAS: A LISTA TERMINA NO PRIMEIRO NOME EM BRANCO; O
      *---- MINIMO DE CADA FAIXA NAO PODE PASSAR O DA FAIXA ACIMA

           MOVE ZEROS TO WRK-QTDE-FAIXAS.
           PERFORM VARYING WRK-FXA-IND FROM 1 BY 1
                   UNTIL WRK-FXA-IND > 5
               IF RNP-FAIXA-NOME (WRK-FXA-IND) = SPACES
                   EXIT PERFORM
               END-IF
               IF RNP-FAIXA-MINIMO (WRK-FXA-IND) IS NOT NUMERIC
                   DISPLAY "MINIMO INVALIDO NA FAIXA "
                       RNP-FAIXA-NOME (WRK-FXA-IND)
                   MOVE "N" TO WRK-PARAMETRO-OK
               ELSE
                   IF WRK-FXA-IND > 1
                       IF RNP-FAIXA-MINIMO (WRK-FXA-IND) >
                               RNP-FAIXA-MINIMO (WRK-FXA-IND - 1)
                           DISPLAY "FAIXA " RNP-FAIXA-NOME (WRK-FXA-IND)
                               " FORA DA ORDEM DECRESCENTE"
                           MOVE "N" TO WRK-PARAMETRO-OK
                       END-IF
                   END-IF
               END-IF
               MOVE WRK-FXA-IND TO WRK-QTDE-FAIXAS
           END-PERFORM.

           IF WRK-QTDE-FAIXAS = ZEROS
               DISPLAY "NENHUMA FAIXA DE RELACIONAMENTO NOS PARAMETROS"
               MOVE "N" TO WRK-PARAMETRO-OK
           END-IF.

           IF NOT WRK-PARAMETRO-OK-SIM
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

       0310-PERIODO-DO-FECHAMENTO.
           OPEN INPUT PARAMETROS.
           IF WRK-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ARQUIVO DE PARAMETROS AUSENTE - STATUS "
                   WRK-STATUS-PARAMETROS
               EXIT PARAGRAPH
           END-IF.

           READ PARAMETROS
               AT END
                   DISPLAY "ARQUIVO DE PARAMETROS VAZIO"
                   CLOSE PARAMETROS
                   EXIT PARAGRAPH
           END-READ.

           CLOSE PARAMETROS.

           IF PRM-DATA-FECHAMENTO IS NOT NUMERIC OR
                   PRM-DATA-FECHAMENTO IS EQUAL TO ZERO
               DISPLAY "DATA DE FECHAMENTO INVALIDA NOS PARAMETROS"
               EXIT PARAGRAPH
           END-IF.

           MOVE PRM-DATA-FECHAMENTO (1:6) TO WRK-ANO-MES.
           COMPUTE WRK-DATA-INICIO = WRK-ANO-MES * 100 + 1.
           MOVE PRM-DATA-FECHAMENTO       TO WRK-DATA-FIM.

      *---- LIBERA PARA A CLASSIFICACAO OS FECHAMENTOS, OS MOVIMENTOS
      *---- DAS DUAS TRILHAS E AS REJEICOES DO PERIODO

       1000-SELECIONA-MOVIMENTOS.
           PERFORM 1100-SELECIONA-HISTORICO.
           PERFORM 1200-SELECIONA-ARQUIVADOS.
           PERFORM 1300-SELECIONA-VIVOS.
           PERFORM 1500-SELECIONA-REJEITOS.

       1100-SELECIONA-HISTORICO.
           OPEN INPUT HISTORICO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ HISTORICO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF HIST-DATA-FECHAMENTO >= WRK-DATA-INICIO AND
                          HIST-DATA-FECHAMENTO <= WRK-DATA-FIM
                           MOVE HIST-CHAVE            TO SRT-CHAVE
                           MOVE "H"                   TO SRT-TIPO
                           MOVE HIST-DATA-FECHAMENTO  TO SRT-DATA
                           MOVE HIST-SALDO-ABERTURA   TO SRT-VALOR1
                           MOVE HIST-SALDO-FECHAMENTO TO SRT-VALOR2
                           RELEASE REG-SORT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORICO.

       1200-SELECIONA-ARQUIVADOS.
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
                       IF ARQ-DATA >= WRK-DATA-INICIO AND
                          ARQ-DATA <= WRK-DATA-FIM
                           MOVE ARQ-CHAVE        TO SRT-CHAVE
                           MOVE ARQ-DATA         TO SRT-DATA
                           MOVE ARQ-SALDO-ANTES  TO SRT-VALOR1
                           MOVE ARQ-SALDO-DEPOIS TO SRT-VALOR2
                           MOVE ARQ-OPERACAO     TO WRK-OPERACAO
                           MOVE ARQ-OPERACAO-ORIGINAL TO
                               WRK-OPERACAO-ORIGINAL
                           PERFORM 1400-LIBERA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA-ARQUIVO.

       1300-SELECIONA-VIVOS.
           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ AUDITORIA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF AUD-DATA >= WRK-DATA-INICIO AND
                          AUD-DATA <= WRK-DATA-FIM
                           MOVE AUD-CHAVE        TO SRT-CHAVE
                           MOVE AUD-DATA         TO SRT-DATA
                           MOVE AUD-SALDO-ANTES  TO SRT-VALOR1
                           MOVE AUD-SALDO-DEPOIS TO SRT-VALOR2
                           MOVE AUD-OPERACAO     TO WRK-OPERACAO
                           MOVE AUD-OPERACAO-ORIGINAL TO
                               WRK-OPERACAO-ORIGINAL
                           PERFORM 1400-LIBERA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

      *---- CLASSIFICA O MOVIMENTO PELA OPERACAO; NO ESTORNO VALE A
      *---- OPERACAO DESFEITA, QUE ENTRA COM O SINAL INVERSO. O IMPOSTO
      *---- RETIDO SOBRE OS JUROS E DO CLIENTE, NAO DO BANCO, E FICA
      *---- FORA; TARIFA E JUROS LANCADOS PELO PROPRIO LOTE NAO CONTAM
      *---- COMO MOVIMENTO DO CLIENTE

       1400-LIBERA-MOVIMENTO.
           IF WRK-OPERACAO = "ESTORNO"
               MOVE WRK-OPERACAO-ORIGINAL TO WRK-OPERACAO-EFETIVA
           ELSE
               MOVE WRK-OPERACAO          TO WRK-OPERACAO-EFETIVA
           END-IF.

           EVALUATE WRK-OPERACAO-EFETIVA
               WHEN "TARIFA"
                   MOVE "T" TO SRT-TIPO
               WHEN "JUROS-CHQ"
                   MOVE "C" TO SRT-TIPO
               WHEN "JUROS"
                   MOVE "J" TO SRT-TIPO
               WHEN "IR-JUROS"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "M" TO SRT-TIPO
           END-EVALUATE.

           RELEASE REG-SORT.

      *---- REJEICOES DO PERIODO, CONTADAS NA CONTA DEBITADA

       1500-SELECIONA-REJEITOS.
           OPEN INPUT REJEITOS.
           IF WRK-STATUS-REJEITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REJEITOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF REJ-DATA >= WRK-DATA-INICIO AND
                          REJ-DATA <= WRK-DATA-FIM
                           MOVE REJ-CHAVE TO SRT-CHAVE
                           MOVE "R"       TO SRT-TIPO
                           MOVE REJ-DATA  TO SRT-DATA
                           MOVE ZEROS     TO SRT-VALOR1 SRT-VALOR2
                           RELEASE REG-SORT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJEITOS.

      *---- PASSAGEM PELO MESTRE EM ORDEM DE CHAVE CONSUMINDO OS
      *---- REGISTROS CLASSIFICADOS DE CADA CONTA. CONTA EM VIGOR
      *---- SEMPRE ENTRA NA TABELA; ENCERRADA, SO SE TEVE FECHAMENTO,
      *---- MOVIMENTO OU REJEICAO NO PERIODO

       2000-APURA-CONTAS.
           OPEN INPUT CLIENTES-MASTER.

           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 2300-PROXIMO-MOVIMENTO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2100-LER-MESTRE.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM OR WRK-TABELA-CHEIA-SIM
               PERFORM 2200-APURA-CONTA
               PERFORM 2100-LER-MESTRE
           END-PERFORM.

           CLOSE CLIENTES-MASTER.

      *---- O QUE SOBRAR NA CLASSIFICACAO E DE CONTA FORA DO MESTRE
           PERFORM UNTIL WRK-FIM-SORT-SIM
               PERFORM 2300-PROXIMO-MOVIMENTO
           END-PERFORM.

       2100-LER-MESTRE.
           READ CLIENTES-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-APURA-CONTA.
           MOVE ZEROS TO WRK-APU-SOMA-SALDOS WRK-APU-QTDE-FECH
                         WRK-APU-TARIFAS     WRK-APU-JUROS-CHQ
                         WRK-APU-JUROS       WRK-APU-QTDE-MOV
                         WRK-APU-QTDE-REJ.
           MOVE "N" TO WRK-APU-EXISTIU.

           PERFORM UNTIL WRK-FIM-SORT-SIM OR
                   SRT-CHAVE IS GREATER THAN CM-CHAVE
               IF SRT-CHAVE = CM-CHAVE
                   PERFORM 2400-APURA-REGISTRO
               END-IF
               PERFORM 2300-PROXIMO-MOVIMENTO
           END-PERFORM.

           IF CM-SITUACAO = "E" AND NOT WRK-APU-EXISTIU-SIM
               EXIT PARAGRAPH
           END-IF.

           IF WRK-QTDE-CONTAS NOT < 5000
               MOVE "S" TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.

      *---- SALDO MEDIO: MEDIA DOS FECHAMENTOS DO PERIODO; PERIODO SEM
      *---- FECHAMENTO DA CONTA (MES CORRENTE, CONTA NOVA) USA O SALDO
      *---- ATUAL DO MESTRE

           IF WRK-APU-QTDE-FECH > ZEROS
               COMPUTE WRK-APU-SALDO-MEDIO ROUNDED =
                   WRK-APU-SOMA-SALDOS / WRK-APU-QTDE-FECH
           ELSE
               MOVE CM-SALDO TO WRK-APU-SALDO-MEDIO
           END-IF.

           PERFORM 2500-ACHA-MOEDA.

           ADD 1 TO WRK-QTDE-CONTAS.
           MOVE WRK-QTDE-CONTAS TO WRK-CTA-IND.
           MOVE CM-CHAVE      TO WRK-CTA-CHAVE (WRK-CTA-IND)
           MOVE CM-NOME       TO WRK-CTA-NOME (WRK-CTA-IND)
           MOVE CM-TIPO-CONTA TO WRK-CTA-TIPO (WRK-CTA-IND)
           MOVE CM-SITUACAO   TO WRK-CTA-SITUACAO (WRK-CTA-IND)
           MOVE CM-CPF        TO WRK-CTA-CPF (WRK-CTA-IND)
           MOVE CM-CNPJ       TO WRK-CTA-CNPJ (WRK-CTA-IND)
           COMPUTE WRK-CTA-SALDO-MEDIO (WRK-CTA-IND) ROUNDED =
               WRK-APU-SALDO-MEDIO * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           COMPUTE WRK-CTA-TARIFAS (WRK-CTA-IND) ROUNDED =
               WRK-APU-TARIFAS * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           COMPUTE WRK-CTA-JUROS-CHQ (WRK-CTA-IND) ROUNDED =
               WRK-APU-JUROS-CHQ * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           COMPUTE WRK-CTA-JUROS (WRK-CTA-IND) ROUNDED =
               WRK-APU-JUROS * WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           MOVE WRK-APU-QTDE-MOV TO WRK-CTA-QTDE-MOV (WRK-CTA-IND)
           MOVE WRK-APU-QTDE-REJ TO WRK-CTA-QTDE-REJ (WRK-CTA-IND).

      *---- ISENTA DE TARIFA PELAS REGRAS DO CLITARF: POUPANCA, CONTA
      *---- DORMENTE OU TIPO COM TARIFA ZERO NO CLITRF

           MOVE "N" TO WRK-CTA-ISENTA (WRK-CTA-IND).
           EVALUATE TRUE
               WHEN CM-TIPO-CONTA = 3 OR CM-SITUACAO = "D"
                   MOVE "S" TO WRK-CTA-ISENTA (WRK-CTA-IND)
               WHEN NOT WRK-TEM-TARIFA-SIM
                   CONTINUE
               WHEN CM-TIPO-CONTA < 1 OR CM-TIPO-CONTA > 4
                   CONTINUE
               WHEN WRK-TARIFA-VALOR (CM-TIPO-CONTA) = ZEROS
                   MOVE "S" TO WRK-CTA-ISENTA (WRK-CTA-IND)
           END-EVALUATE.

       2300-PROXIMO-MOVIMENTO.
           RETURN SORT-MOVIMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
                   MOVE HIGH-VALUES TO SRT-CHAVE
           END-RETURN.

      *---- TARIFA E JUROS DE CHEQUE ESPECIAL SAO DEBITOS (ANTES -
      *---- DEPOIS) E JUROS PAGOS SAO CREDITOS (DEPOIS - ANTES); O
      *---- ESTORNO ENTRA COM O SINAL INVERSO

       2400-APURA-REGISTRO.
           MOVE "S" TO WRK-APU-EXISTIU.
           EVALUATE SRT-TIPO
               WHEN "H"
                   ADD SRT-VALOR2 TO WRK-APU-SOMA-SALDOS
                   ADD 1          TO WRK-APU-QTDE-FECH
               WHEN "T"
                   COMPUTE WRK-APU-TARIFAS = WRK-APU-TARIFAS
                       + SRT-VALOR1 - SRT-VALOR2
               WHEN "C"
                   COMPUTE WRK-APU-JUROS-CHQ = WRK-APU-JUROS-CHQ
                       + SRT-VALOR1 - SRT-VALOR2
               WHEN "J"
                   COMPUTE WRK-APU-JUROS = WRK-APU-JUROS
                       + SRT-VALOR2 - SRT-VALOR1
               WHEN "M"
                   ADD 1 TO WRK-APU-QTDE-MOV
               WHEN "R"
                   ADD 1 TO WRK-APU-QTDE-REJ
           END-EVALUATE.

      *---- MOEDA FORA DA TABELA E TRATADA COMO BRL, COMO NO CLIGLEX

       2500-ACHA-MOEDA.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF CM-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-MOEDA-IND > 3
               MOVE 1 TO WRK-MOEDA-IND
           END-IF.

      *---- PARES DOCUMENTO/CONTA: O INDICE CRUZADO, O INDICE DE
      *---- COTITULARES E, PARA AS CONTAS ENCERRADAS DA TABELA, O
      *---- DOCUMENTO DO PROPRIO CADASTRO E OS COTITULARES DO CLICOT.
      *---- PARES REPETIDOS SAO DESCARTADOS NA APURACAO

       3000-SELECIONA-DOCUMENTOS.
           OPEN INPUT XREF-DOCUMENTOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ XREF-DOCUMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE XRF-DOCUMENTO TO SRD-DOCUMENTO
                       MOVE XRF-CHAVE     TO SRD-CHAVE
                       RELEASE REG-SORT-DOC
               END-READ
           END-PERFORM.
           CLOSE XREF-DOCUMENTOS.

           OPEN INPUT XREF-COTITULARES.
           IF WRK-STATUS-COTITX = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ XREF-COTITULARES NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE CTX-CPF   TO SRD-DOCUMENTO
                           MOVE CTX-CHAVE TO SRD-CHAVE
                           RELEASE REG-SORT-DOC
                   END-READ
               END-PERFORM
               CLOSE XREF-COTITULARES
           END-IF.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           PERFORM VARYING WRK-CTA-IND FROM 1 BY 1
                   UNTIL WRK-CTA-IND > WRK-QTDE-CONTAS
               IF WRK-CTA-SITUACAO (WRK-CTA-IND) = "E"
                   PERFORM 3100-DOCUMENTOS-ENCERRADA
               END-IF
           END-PERFORM.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
               MOVE "N" TO WRK-COTIT-DISPONIVEL
           END-IF.

       3100-DOCUMENTOS-ENCERRADA.
           MOVE WRK-CTA-CHAVE (WRK-CTA-IND) TO SRD-CHAVE.

           IF WRK-CTA-CPF (WRK-CTA-IND) NOT = ZEROS
               MOVE WRK-CTA-CPF (WRK-CTA-IND) TO SRD-DOCUMENTO
               RELEASE REG-SORT-DOC
           END-IF.

           IF WRK-CTA-CNPJ (WRK-CTA-IND) NOT = ZEROS
               MOVE WRK-CTA-CNPJ (WRK-CTA-IND) TO SRD-DOCUMENTO
               RELEASE REG-SORT-DOC
           END-IF.

           IF WRK-CTA-TIPO (WRK-CTA-IND) NOT = 4 OR
                   NOT WRK-COTIT-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CTA-CHAVE (WRK-CTA-IND) TO COT-CHAVE.
           MOVE ZEROS                       TO COT-SEQUENCIA.

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
                       IF COT-CHAVE = WRK-CTA-CHAVE (WRK-CTA-IND)
                           MOVE COT-CPF   TO SRD-DOCUMENTO
                           MOVE COT-CHAVE TO SRD-CHAVE
                           RELEASE REG-SORT-DOC
                       ELSE
                           MOVE "S" TO WRK-FIM-COTIT
                       END-IF
               END-READ
           END-PERFORM.

      *---- AGRUPA OS PARES DE CADA DOCUMENTO E SOMA AS CONTAS NA
      *---- TABELA DE CLIENTES

       4000-APURA-CLIENTES.
           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 4900-PROXIMO-DOCUMENTO.
           PERFORM UNTIL WRK-FIM-SORT-SIM
               PERFORM 4100-AGRUPA-DOCUMENTO
               IF WRK-QTDE-DOC-CONTAS > ZEROS AND
                       NOT WRK-TABELA-CHEIA-SIM
                   PERFORM 4200-ACUMULA-CLIENTE
               END-IF
           END-PERFORM.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
               MOVE "N" TO WRK-COTIT-DISPONIVEL
           END-IF.

      *---- JUNTA AS CONTAS DO DOCUMENTO QUE ESTAO NA TABELA, SEM
      *---- REPETIR A CONTA. TITULAR QUANDO O DOCUMENTO E O CPF OU O
      *---- CNPJ DA CONTA

       4100-AGRUPA-DOCUMENTO.
           MOVE SRD-DOCUMENTO TO WRK-DOCUMENTO.
           MOVE SPACES        TO WRK-ULTIMA-CHAVE.
           MOVE ZEROS         TO WRK-QTDE-DOC-CONTAS.

           PERFORM UNTIL WRK-FIM-SORT-SIM OR
                   SRD-DOCUMENTO NOT = WRK-DOCUMENTO
               IF SRD-CHAVE NOT = WRK-ULTIMA-CHAVE
                   MOVE SRD-CHAVE TO WRK-ULTIMA-CHAVE
                   PERFORM 4150-LOCALIZA-CONTA
                   IF WRK-CTA-IND > ZEROS
                       PERFORM 4160-GUARDA-CONTA
                   END-IF
               END-IF
               PERFORM 4900-PROXIMO-DOCUMENTO
           END-PERFORM.

       4150-LOCALIZA-CONTA.
           MOVE ZEROS TO WRK-CTA-IND.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-CONTAS
               IF WRK-CTA-CHAVE (WRK-IND) = SRD-CHAVE
                   MOVE WRK-IND TO WRK-CTA-IND
                   EXIT PERFORM
               END-IF
               IF WRK-CTA-CHAVE (WRK-IND) > SRD-CHAVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4160-GUARDA-CONTA.
           IF WRK-QTDE-DOC-CONTAS NOT < 20
               ADD 1 TO WRK-QTDE-OMITIDAS
               DISPLAY "DOCUMENTO " WRK-DOCUMENTO
                   " COM MAIS DE 20 CONTAS - OMITIDA " SRD-CHAVE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-DOC-CONTAS.
           MOVE WRK-CTA-IND TO WRK-DCT-IND (WRK-QTDE-DOC-CONTAS).

           IF WRK-CTA-CPF (WRK-CTA-IND) = WRK-DOCUMENTO OR
                   WRK-CTA-CNPJ (WRK-CTA-IND) = WRK-DOCUMENTO
               MOVE "T" TO WRK-DCT-TITULARIDADE (WRK-QTDE-DOC-CONTAS)
           ELSE
               MOVE "C" TO WRK-DCT-TITULARIDADE (WRK-QTDE-DOC-CONTAS)
           END-IF.

      *---- UM CLIENTE POR DOCUMENTO: SOMA DAS CONTAS, CUSTO
      *---- OPERACIONAL PELOS CUSTOS UNITARIOS DO CLIRNP E RESULTADO

       4200-ACUMULA-CLIENTE.
           IF WRK-QTDE-CLIENTES NOT < 5000
               MOVE "S" TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4300-NOME-DOCUMENTO.

           ADD 1 TO WRK-QTDE-CLIENTES.
           MOVE WRK-QTDE-CLIENTES TO WRK-CLI-IND.
           MOVE WRK-DOCUMENTO       TO WRK-CLI-DOCUMENTO (WRK-CLI-IND)
           MOVE WRK-NOME-DOCUMENTO  TO WRK-CLI-NOME (WRK-CLI-IND)
           MOVE WRK-QTDE-DOC-CONTAS TO WRK-CLI-QTDE-CONTAS (WRK-CLI-IND)
           MOVE ZEROS TO WRK-CLI-SALDO-MEDIO (WRK-CLI-IND)
                         WRK-CLI-TARIFAS (WRK-CLI-IND)
                         WRK-CLI-JUROS-CHQ (WRK-CLI-IND)
                         WRK-CLI-JUROS (WRK-CLI-IND)
                         WRK-CLI-QTDE-MOV (WRK-CLI-IND)
                         WRK-CLI-QTDE-REJ (WRK-CLI-IND)
                         WRK-CLI-ISENTAS-MOV (WRK-CLI-IND).

           PERFORM VARYING WRK-DCT-POS FROM 1 BY 1
                   UNTIL WRK-DCT-POS > WRK-QTDE-DOC-CONTAS
               PERFORM 4210-SOMA-CONTA
           END-PERFORM.

           COMPUTE WRK-CLI-CUSTO (WRK-CLI-IND) ROUNDED =
               WRK-CLI-QTDE-MOV (WRK-CLI-IND) * WRK-CUSTO-MOVIMENTO
             + WRK-CLI-QTDE-REJ (WRK-CLI-IND) * WRK-CUSTO-REJEICAO.

           COMPUTE WRK-CLI-RESULTADO (WRK-CLI-IND) =
               WRK-CLI-TARIFAS (WRK-CLI-IND)
             + WRK-CLI-JUROS-CHQ (WRK-CLI-IND)
             - WRK-CLI-JUROS (WRK-CLI-IND)
             - WRK-CLI-CUSTO (WRK-CLI-IND).

       4210-SOMA-CONTA.
           MOVE WRK-DCT-IND (WRK-DCT-POS) TO WRK-CTA-IND.

           ADD WRK-CTA-SALDO-MEDIO (WRK-CTA-IND) TO
               WRK-CLI-SALDO-MEDIO (WRK-CLI-IND)
           ADD WRK-CTA-TARIFAS (WRK-CTA-IND) TO
               WRK-CLI-TARIFAS (WRK-CLI-IND)
           ADD WRK-CTA-JUROS-CHQ (WRK-CTA-IND) TO
               WRK-CLI-JUROS-CHQ (WRK-CLI-IND)
           ADD WRK-CTA-JUROS (WRK-CTA-IND) TO
               WRK-CLI-JUROS (WRK-CLI-IND)
           ADD WRK-CTA-QTDE-MOV (WRK-CTA-IND) TO
               WRK-CLI-QTDE-MOV (WRK-CLI-IND)
           ADD WRK-CTA-QTDE-REJ (WRK-CTA-IND) TO
               WRK-CLI-QTDE-REJ (WRK-CLI-IND).

           IF WRK-CTA-ISENTA (WRK-CTA-IND) = "S" AND
                   WRK-CTA-QTDE-MOV (WRK-CTA-IND) NOT <
                   WRK-MOVIMENTOS-ALTO
               ADD 1 TO WRK-CLI-ISENTAS-MOV (WRK-CLI-IND)
           END-IF.

      *---- O NOME E O DO CADASTRO QUANDO O DOCUMENTO E TITULAR DE
      *---- ALGUMA CONTA; SO COTITULAR, O NOME DO CLICOT

       4300-NOME-DOCUMENTO.
           MOVE SPACES TO WRK-NOME-DOCUMENTO.

           PERFORM VARYING WRK-DCT-POS FROM 1 BY 1
                   UNTIL WRK-DCT-POS > WRK-QTDE-DOC-CONTAS
               IF WRK-DCT-TITULARIDADE (WRK-DCT-POS) = "T"
                   MOVE WRK-DCT-IND (WRK-DCT-POS) TO WRK-CTA-IND
                   MOVE WRK-CTA-NOME (WRK-CTA-IND)
                                       TO WRK-NOME-DOCUMENTO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF NOT WRK-COTIT-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-DCT-IND (1) TO WRK-CTA-IND.
           MOVE WRK-CTA-CHAVE (WRK-CTA-IND) TO COT-CHAVE.
           MOVE ZEROS                       TO COT-SEQUENCIA.

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
                       IF COT-CHAVE NOT = WRK-CTA-CHAVE (WRK-CTA-IND)
                           MOVE "S" TO WRK-FIM-COTIT
                       ELSE
                           IF COT-CPF = WRK-DOCUMENTO
                               MOVE COT-NOME TO WRK-NOME-DOCUMENTO
                               MOVE "S" TO WRK-FIM-COTIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4900-PROXIMO-DOCUMENTO.
           RETURN SORT-DOCUMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

      *---- GRAVA OS CONTADORES E O CONDITION CODE NO LOG DE EXECUCAO:
      *---- QTD1 CONTAS APURADAS, QTD2 CLIENTES CLASSIFICADOS, QTD3
      *---- DEFICITARIOS, QTD4 CONTAS OMITIDAS, TOTAL1 RESULTADO E
      *---- TOTAL2 SALDO MEDIO DOS CLIENTES (BRL, SEM CENTAVOS)

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLIRENT"               TO RUN-PASSO
           MOVE WRK-QTDE-CONTAS         TO RUN-QTD1
           MOVE WRK-QTDE-LISTADAS       TO RUN-QTD2
           MOVE WRK-QTDE-DEFICITARIOS   TO RUN-QTD3
           MOVE WRK-QTDE-OMITIDAS       TO RUN-QTD4
           MOVE WRK-TOTAL-RESULTADO     TO RUN-TOTAL1
           MOVE WRK-TOTAL-SALDO-MEDIO   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.
           CLOSE RUN-LOG.

      *---- LIBERA OS CLIENTES DA TABELA PARA O RANKING

       6000-LIBERA-CLIENTES.
           PERFORM VARYING WRK-CLI-IND FROM 1 BY 1
                   UNTIL WRK-CLI-IND > WRK-QTDE-CLIENTES
               MOVE WRK-CLI-RESULTADO (WRK-CLI-IND) TO SRR-RESULTADO
               MOVE WRK-CLI-DOCUMENTO (WRK-CLI-IND) TO SRR-DOCUMENTO
               MOVE WRK-CLI-IND                     TO SRR-IND
               RELEASE REG-SORT-RANKING
           END-PERFORM.

      *---- EMISSAO DO RANKING: CADA CLIENTE NA ORDEM DO RESULTADO
      *---- RECEBE A FAIXA, SAI NA LISTAGEM SOB O CABECALHO DA FAIXA E
      *---- NO ARQUIVO COMERCIAL; DEPOIS O RESUMO DAS FAIXAS E A SECAO
      *---- DE DEFICITARIOS

       7000-EMITE-RANKING.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT RENTABILIDADE.

           MOVE WRK-DATA-INICIO TO CAB-DATA-INICIO
           MOVE WRK-DATA-FIM    TO CAB-DATA-FIM
           WRITE LINHA-RELATORIO FROM CAB-01.
           WRITE LINHA-RELATORIO FROM CAB-02.
           WRITE LINHA-RELATORIO FROM CAB-03.

           MOVE SPACES               TO RNX-HEADER
           MOVE "H"                  TO RNXH-TIPO
           MOVE WRK-DATA-INICIO      TO RNXH-DATA-INICIO
           MOVE WRK-DATA-FIM         TO RNXH-DATA-FIM
           MOVE WRK-DATA-HORA (1:8)  TO RNXH-DATA-GERACAO
           WRITE RNX-HEADER.

           INITIALIZE WRK-TAB-FAIXAS.
           MOVE ZEROS TO WRK-FAIXA-ANTERIOR.
           MOVE ZEROS TO WRK-POSICAO.

           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 7900-PROXIMO-RANKING.
           PERFORM UNTIL WRK-FIM-SORT-SIM
               PERFORM 7100-EMITE-CLIENTE
               PERFORM 7900-PROXIMO-RANKING
           END-PERFORM.

      *---- FAIXAS QUE NAO RECEBERAM NINGUEM TAMBEM SAEM NA LISTAGEM
           PERFORM VARYING WRK-FXA-IND FROM 1 BY 1
                   UNTIL WRK-FXA-IND > WRK-QTDE-FAIXAS
               IF WRK-FXA-IND > WRK-FAIXA-ANTERIOR
                   PERFORM 7150-CABECALHO-FAIXA
                   WRITE LINHA-RELATORIO FROM DET-SEM-CLIENTE
               END-IF
           END-PERFORM.

           MOVE "T"                   TO RNXT-TIPO
           MOVE WRK-QTDE-LISTADAS     TO RNXT-QTDE-CLIENTES
           MOVE WRK-QTDE-DEFICITARIOS TO RNXT-QTDE-DEFICITARIOS
           MOVE WRK-TOTAL-SALDO-MEDIO TO RNXT-TOTAL-SALDO-MEDIO
           MOVE WRK-TOTAL-RESULTADO   TO RNXT-TOTAL-RESULTADO
           WRITE RNX-TRAILER.

           PERFORM 7300-IMPRIME-FAIXAS.
           PERFORM 7400-IMPRIME-DEFICITARIOS.

           CLOSE RELATORIO.
           CLOSE RENTABILIDADE.

      *---- A FAIXA E A PRIMEIRA CUJO MINIMO O RESULTADO ALCANCA; A
      *---- ULTIMA RECEBE QUEM NAO ALCANCAR NENHUM. COMO O RANKING VEM
      *---- DO MAIOR PARA O MENOR RESULTADO, AS FAIXAS SAEM EM ORDEM

       7100-EMITE-CLIENTE.
           MOVE SRR-IND TO WRK-CLI-IND.
           ADD 1 TO WRK-POSICAO.
           MOVE WRK-CLI-IND TO WRK-RNK-IND (WRK-POSICAO).

           PERFORM VARYING WRK-FXA-IND FROM 1 BY 1
                   UNTIL WRK-FXA-IND NOT < WRK-QTDE-FAIXAS
               IF WRK-CLI-RESULTADO (WRK-CLI-IND) NOT <
                       RNP-FAIXA-MINIMO (WRK-FXA-IND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM UNTIL WRK-FAIXA-ANTERIOR NOT < WRK-FXA-IND
               ADD 1 TO WRK-FAIXA-ANTERIOR
               IF WRK-FAIXA-ANTERIOR < WRK-FXA-IND
                   MOVE WRK-FXA-IND        TO WRK-IND
                   MOVE WRK-FAIXA-ANTERIOR TO WRK-FXA-IND
                   PERFORM 7150-CABECALHO-FAIXA
                   WRITE LINHA-RELATORIO FROM DET-SEM-CLIENTE
                   MOVE WRK-IND            TO WRK-FXA-IND
               ELSE
                   PERFORM 7150-CABECALHO-FAIXA
               END-IF
           END-PERFORM.

           ADD 1 TO WRK-FXA-QTDE (WRK-FXA-IND)
           ADD WRK-CLI-SALDO-MEDIO (WRK-CLI-IND) TO
               WRK-FXA-SALDO-MEDIO (WRK-FXA-IND)
           ADD WRK-CLI-RESULTADO (WRK-CLI-IND) TO
               WRK-FXA-RESULTADO (WRK-FXA-IND).

           ADD 1 TO WRK-QTDE-LISTADAS.
           ADD WRK-CLI-SALDO-MEDIO (WRK-CLI-IND) TO
               WRK-TOTAL-SALDO-MEDIO.
           ADD WRK-CLI-RESULTADO (WRK-CLI-IND) TO WRK-TOTAL-RESULTADO.
           IF WRK-CLI-RESULTADO (WRK-CLI-IND) < ZEROS
               ADD 1 TO WRK-QTDE-DEFICITARIOS
           END-IF.

           MOVE WRK-POSICAO TO DET-POSICAO-ED
           MOVE WRK-CLI-DOCUMENTO (WRK-CLI-IND)   TO DET-DOCUMENTO
           MOVE WRK-CLI-NOME (WRK-CLI-IND)        TO DET-NOME
           MOVE WRK-CLI-QTDE-CONTAS (WRK-CLI-IND) TO DET-QTDE-CONTAS-ED
           MOVE WRK-CLI-RESULTADO (WRK-CLI-IND)   TO DET-RESULTADO-ED
           WRITE LINHA-RELATORIO FROM DET-CLIENTE.

           MOVE WRK-CLI-SALDO-MEDIO (WRK-CLI-IND) TO DET-SALDO-MEDIO-ED
           MOVE WRK-CLI-TARIFAS (WRK-CLI-IND)     TO DET-TARIFAS-ED
           WRITE LINHA-RELATORIO FROM DET-RECEITAS.

           MOVE WRK-CLI-JUROS-CHQ (WRK-CLI-IND)   TO DET-JUROS-CHQ-ED
           MOVE WRK-CLI-JUROS (WRK-CLI-IND)       TO DET-JUROS-ED
           WRITE LINHA-RELATORIO FROM DET-JUROS.

           MOVE WRK-CLI-QTDE-MOV (WRK-CLI-IND)    TO DET-QTDE-MOV-ED
           MOVE WRK-CLI-QTDE-REJ (WRK-CLI-IND)    TO DET-QTDE-REJ-ED
           MOVE WRK-CLI-CUSTO (WRK-CLI-IND)       TO DET-CUSTO-ED
           WRITE LINHA-RELATORIO FROM DET-CUSTOS.

           MOVE "D"                                TO RNXD-TIPO
           MOVE WRK-POSICAO                        TO RNXD-POSICAO
           MOVE WRK-CLI-DOCUMENTO (WRK-CLI-IND)    TO RNXD-DOCUMENTO
           MOVE WRK-CLI-NOME (WRK-CLI-IND)         TO RNXD-NOME
           MOVE RNP-FAIXA-NOME (WRK-FXA-IND)       TO RNXD-FAIXA
           MOVE WRK-CLI-QTDE-CONTAS (WRK-CLI-IND)  TO RNXD-QTDE-CONTAS
           MOVE WRK-CLI-SALDO-MEDIO (WRK-CLI-IND)  TO RNXD-SALDO-MEDIO
           MOVE WRK-CLI-TARIFAS (WRK-CLI-IND)      TO RNXD-TARIFAS
           MOVE WRK-CLI-JUROS-CHQ (WRK-CLI-IND)    TO RNXD-JUROS-CHQ
           MOVE WRK-CLI-JUROS (WRK-CLI-IND)        TO RNXD-JUROS-PAGOS
           MOVE WRK-CLI-QTDE-MOV (WRK-CLI-IND)     TO
               RNXD-QTDE-MOVIMENTOS
           MOVE WRK-CLI-QTDE-REJ (WRK-CLI-IND)     TO
               RNXD-QTDE-REJEICOES
           MOVE WRK-CLI-CUSTO (WRK-CLI-IND)        TO
               RNXD-CUSTO-OPERACIONAL
           MOVE WRK-CLI-RESULTADO (WRK-CLI-IND)    TO RNXD-RESULTADO
           IF WRK-CLI-RESULTADO (WRK-CLI-IND) < ZEROS
               MOVE "S" TO RNXD-DEFICITARIO
           ELSE
               MOVE "N" TO RNXD-DEFICITARIO
           END-IF
           MOVE WRK-CLI-ISENTAS-MOV (WRK-CLI-IND)  TO
               RNXD-QTDE-ISENTAS-MOV
           WRITE RNX-DETALHE.

       7150-CABECALHO-FAIXA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RNP-FAIXA-NOME (WRK-FXA-IND)   TO CAB-FXA-NOME
           MOVE RNP-FAIXA-MINIMO (WRK-FXA-IND) TO CAB-FXA-MINIMO-ED
           WRITE LINHA-RELATORIO FROM CAB-FAIXA.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

       7300-IMPRIME-FAIXAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-RESUMO.
           WRITE LINHA-RELATORIO FROM CAB-RES-COLUNAS.

           PERFORM VARYING WRK-FXA-IND FROM 1 BY 1
                   UNTIL WRK-FXA-IND > WRK-QTDE-FAIXAS
               MOVE RNP-FAIXA-NOME (WRK-FXA-IND) TO DET-RES-FAIXA
               MOVE WRK-FXA-QTDE (WRK-FXA-IND)   TO DET-RES-QTDE-ED
               MOVE WRK-FXA-SALDO-MEDIO (WRK-FXA-IND) TO
                   DET-RES-SALDO-ED
               MOVE WRK-FXA-RESULTADO (WRK-FXA-IND) TO
                   DET-RES-RESULTADO-ED
               WRITE LINHA-RELATORIO FROM DET-RESUMO
           END-PERFORM.

           MOVE "TOTAL"               TO DET-RES-FAIXA
           MOVE WRK-QTDE-LISTADAS     TO DET-RES-QTDE-ED
           MOVE WRK-TOTAL-SALDO-MEDIO TO DET-RES-SALDO-ED
           MOVE WRK-TOTAL-RESULTADO   TO DET-RES-RESULTADO-ED
           WRITE LINHA-RELATORIO FROM DET-RESUMO.

      *---- DEFICITARIOS DO PIOR PARA O MENOS RUIM: O FIM DO RANKING
      *---- PERCORRIDO DE TRAS PARA A FRENTE ATE O PRIMEIRO RESULTADO
      *---- NAO NEGATIVO

       7400-IMPRIME-DEFICITARIOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-DEFICITARIOS.

           IF WRK-QTDE-DEFICITARIOS = ZEROS
               WRITE LINHA-RELATORIO FROM DET-SEM-DEFICITARIO
               EXIT PARAGRAPH
           END-IF.

           WRITE LINHA-RELATORIO FROM CAB-DEF-COLUNAS.

           PERFORM VARYING WRK-POSICAO FROM WRK-POSICAO BY -1
                   UNTIL WRK-POSICAO < 1
               MOVE WRK-RNK-IND (WRK-POSICAO) TO WRK-CLI-IND
               IF WRK-CLI-RESULTADO (WRK-CLI-IND) NOT < ZEROS
                   EXIT PERFORM
               END-IF
               MOVE WRK-CLI-DOCUMENTO (WRK-CLI-IND) TO
                   DET-DEF-DOCUMENTO
               MOVE WRK-CLI-NOME (WRK-CLI-IND) TO DET-DEF-NOME
               MOVE WRK-CLI-RESULTADO (WRK-CLI-IND) TO
                   DET-DEF-RESULTADO-ED
               MOVE WRK-CLI-QTDE-MOV (WRK-CLI-IND) TO
                   DET-DEF-QTDE-MOV-ED
               MOVE WRK-CLI-ISENTAS-MOV (WRK-CLI-IND) TO
                   DET-DEF-ISENTAS-ED
               WRITE LINHA-RELATORIO FROM DET-DEFICITARIO
           END-PERFORM.

       7900-PROXIMO-RANKING.
           RETURN SORT-RANKING
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

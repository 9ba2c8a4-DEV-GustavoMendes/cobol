      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIREAV.
      * REAVALIACAO CAMBIAL DE FIM DE MES DAS CONTAS EM MOEDA
      * ESTRANGEIRA (USD, EUR). O JORNAL DIARIO (CLIGLJX) LEVA AO
      * RAZAO OS MOVIMENTOS PELO VALOR DE FACE NA MOEDA DA CONTA, SEM
      * CONVERSAO, ENQUANTO O CLIGLEX CONVERTE O SALDO PELA TAXA DE
      * CADA NOITE - OS DEPOSITOS EM MOEDA ESTRANGEIRA NO RAZAO SE
      * DESCOLAM DO SALDO EM BRL A CADA VARIACAO DA TAXA.
      * ESTE PASSO, NO CLIMENSAL ANTES DO FECHAMENTO, VALORA O SALDO
      * DE CADA CONTA PELA TAXA VIGENTE NA DATA DE FECHAMENTO DOS
      * PARAMETROS (PRM-DATA-FECHAMENTO) E COMPARA COM O VALOR
      * REAVALIADO NO FECHAMENTO ANTERIOR, ACRESCIDO DO MOVIMENTO DO
      * MES JA JORNALADO PELO VALOR DE FACE (SALDO ATUAL MENOS SALDO
      * DO FECHAMENTO ANTERIOR). A DIFERENCA E O AJUSTE DO MES:
      * POSITIVO E PERDA CAMBIAL (DEBITO NA PERDA, CREDITO NOS
      * DEPOSITOS), NEGATIVO E GANHO CAMBIAL (DEBITO NOS DEPOSITOS,
      * CREDITO NO GANHO), JORNALADO NO LAYOUT DO CLIGLJ EM ARQUIVO
      * PROPRIO (CLIGLR) COM HEADER E TRAILER; O TRAILER PRECISA
      * FECHAR EM ZERO OU O PASSO TERMINA COM CONDITION CODE 8.
      * O VALOR REAVALIADO DE CADA CONTA E GUARDADO POR FECHAMENTO NO
      * ARQUIVO DE REAVALIACOES (CLIRVL), DE ONDE O MES SEGUINTE
      * PARTE; A REEXECUCAO DO MESMO FECHAMENTO REGRAVA OS REGISTROS
      * DO PERIODO E REFAZ O MESMO JORNAL. CONTA ENCERRADA COM SALDO
      * ZERO TEM A REAVALIACAO ACUMULADA ESTORNADA NO MES SEGUINTE.
      * TAXA AUSENTE PARA MOEDA EM USO, ARQUIVO DE TAXAS AUSENTE OU
      * REAVALIACAO JA FEITA PARA FECHAMENTO POSTERIOR DERRUBAM O
      * PASSO COM CONDITION CODE 8 ANTES DE QUALQUER GRAVACAO.
      * A LISTAGEM CLIREAV.LST SAI POR MOEDA E CONTA, COM TOTAIS DE
      * GANHO E PERDA POR MOEDA E GERAL
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

           SELECT REAVALIACOES ASSIGN TO "CLIRVL"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS RVL-ID
               FILE STATUS    IS WRK-STATUS-REAVAL.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT GL-JORNAL ASSIGN TO "CLIGLR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-JORNAL.

           SELECT RELATORIO ASSIGN TO "CLIREAV.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  REAVALIACOES
           LABEL RECORD IS STANDARD.
           COPY CLIRVL.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  GL-JORNAL
           LABEL RECORD IS STANDARD.
           COPY CLIGLJ.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-REAVAL    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-JORNAL    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM       VALUE "S".
       01  WRK-FIM-REAVAL       PICTURE X(01) VALUE "N".
           88  WRK-FIM-REAVAL-SIM        VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-DATA-HOJE        PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-FECHAMENTO  PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-POSTERIOR   PICTURE 9(08) VALUE ZEROS.

      *----CONTAS CONTABEIS DA REAVALIACAO: DEPOSITOS DE CLIENTES
      *----(PASSIVO, A MESMA DO CLIGLJX), RECEITA DE GANHO CAMBIAL E
      *----DESPESA DE PERDA CAMBIAL
       01  WRK-GL-DEPOSITOS     PICTURE X(08) VALUE "20100000".
       01  WRK-GL-GANHO-CAMBIAL PICTURE X(08) VALUE "40300000".
       01  WRK-GL-PERDA-CAMBIAL PICTURE X(08) VALUE "50200000".
       01  WRK-OPERACAO-REAVAL  PICTURE X(10) VALUE "REAVAL-CAM".

      *----MOEDAS ESTRANGEIRAS COM CONTA NO MESTRE (MESMO INDICE DA
      *----TABELA DE MOEDAS); SO ESSAS PRECISAM DE TAXA DE FECHAMENTO
       01  WRK-TAB-MOEDA-EM-USO.
           05  WRK-MOEDA-EM-USO PICTURE X(01) OCCURS 3 TIMES.
               88  WRK-MOEDA-EM-USO-SIM      VALUE "S".
       01  WRK-TAXA-FALTANDO    PICTURE X(01) VALUE "N".
           88  WRK-TAXA-FALTANDO-SIM     VALUE "S".

      *----IDENTIFICACAO DO JORNAL DE REAVALIACAO: "V" + DATA DE
      *----FECHAMENTO (SEM O PRIMEIRO DIGITO DO ANO); O NUMERO DE
      *----CADA PAR DE LINHAS E A IDENTIFICACAO + A SEQUENCIA DO PAR,
      *----ENTAO A REEXECUCAO DO MESMO FECHAMENTO REPETE OS NUMEROS
       01  WRK-NUM-TRANSACAO.
           05  WRK-JORNAL-ID    PICTURE X(08) VALUE SPACES.
           05  WRK-SEQ-PAR      PICTURE 9(08) VALUE ZEROS.

      *----FECHAMENTO ANTERIOR DA CONTA (ZEROS = PRIMEIRA REAVALIACAO)
       01  WRK-ANTERIOR-ACHADO  PICTURE X(01) VALUE "N".
           88  WRK-ANTERIOR-ACHADO-SIM   VALUE "S".
       01  WRK-SALDO-ANTERIOR   PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-VALOR-ANTERIOR   PICTURE S9(12)V99 COMP-3 VALUE ZEROS.

       01  WRK-VALOR-BRL        PICTURE S9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-MOVIMENTO-MES    PICTURE S9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-AJUSTE           PICTURE S9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-VALOR-ABSOLUTO   PICTURE 9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-CONTA-DEBITO     PICTURE X(08) VALUE SPACES.
       01  WRK-CONTA-CREDITO    PICTURE X(08) VALUE SPACES.
       01  WRK-AGENCIA-CONTA    PICTURE 9(04) VALUE ZEROS.

      *----TOTAIS DA MOEDA EM CURSO E GERAIS
       01  WRK-MOE-QTDE         PICTURE 9(07) VALUE ZEROS.
       01  WRK-MOE-QTDE-GANHO   PICTURE 9(07) VALUE ZEROS.
       01  WRK-MOE-QTDE-PERDA   PICTURE 9(07) VALUE ZEROS.
       01  WRK-MOE-SALDO        PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-MOE-VALOR-BRL    PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-MOE-ANTERIOR     PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-MOE-GANHOS       PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-MOE-PERDAS       PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOT-GANHOS       PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOT-PERDAS       PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOT-LIQUIDO      PICTURE S9(13)V99 COMP-3 VALUE ZEROS.

       01  WRK-QTDE-REAVALIADAS PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-GANHO       PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-PERDA       PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-LINHAS      PICTURE 9(07) VALUE ZEROS.
       01  WRK-TOTAL-DEBITOS    PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-CREDITOS   PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-LIQUIDO          PICTURE S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

           COPY CLIMOE.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "REAVALIACAO CAMBIAL DE FIM DE MES".
           05  FILLER               PICTURE X(13)  VALUE
               " FECHAMENTO ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-02.
           05  FILLER               PICTURE X(50)  VALUE
               "AJUSTE: POSITIVO = PERDA, NEGATIVO = GANHO CAMBIAL".
       01  CAB-MOEDA.
           05  FILLER               PICTURE X(06)  VALUE "MOEDA ".
           05  CAB-MOE-CODIGO       PICTURE X(03).
           05  FILLER               PICTURE X(08)  VALUE " - TAXA ".
           05  CAB-MOE-TAXA-ED      PICTURE Z.ZZ9,9999.
           05  FILLER               PICTURE X(15)  VALUE
               " VIGENTE DESDE ".
           05  CAB-MOE-VIGENCIA     PICTURE 9(08).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(15)  VALUE
               "SALDO NA MOEDA".
           05  FILLER               PICTURE X(18)  VALUE
               "    REAVALIADO BRL".
           05  FILLER               PICTURE X(18)  VALUE
               "      ANTERIOR BRL".
           05  FILLER               PICTURE X(17)  VALUE
               "       AJUSTE BRL".
       01  DET-CONTA.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SALDO-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VALOR-BRL-ED     PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ANTERIOR-ED      PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-AJUSTE-ED        PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-SEM-CONTA.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUMA CONTA A REAVALIAR NA MOEDA".
       01  DET-TOTAL-MOEDA.
           05  FILLER               PICTURE X(06)  VALUE "TOTAL ".
           05  DET-TM-CODIGO        PICTURE X(03).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-TM-SALDO-ED      PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-TM-VALOR-BRL-ED  PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-TM-ANTERIOR-ED   PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-TM-AJUSTE-ED     PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-GANHO-PERDA.
           05  DET-GP-DESCRICAO     PICTURE X(40).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-GP-QTDE-ED       PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-GP-VALOR-ED      PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01  DET-QTDE-CONTAS.
           05  DET-QC-DESCRICAO     PICTURE X(40).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-QC-QTDE-ED       PICTURE ZZZ.ZZ9.
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO GERAL DA REAVALIACAO".

       PROCEDURE           DIVISION.
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8)   TO WRK-DATA-HOJE.

           PERFORM 1050-LE-PARAMETROS.
           PERFORM 1100-CARREGA-TAXAS.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1200-CONFERE-MOEDAS.
           IF WRK-TAXA-FALTANDO-SIM
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O REAVALIACOES.
           IF WRK-STATUS-REAVAL = "35"
               OPEN OUTPUT REAVALIACOES
               CLOSE REAVALIACOES
               OPEN I-O REAVALIACOES
           END-IF.
           IF WRK-STATUS-REAVAL NOT = "00"
               DISPLAY "ARQUIVO DE REAVALIACOES INDISPONIVEL - STATUS "
                   WRK-STATUS-REAVAL
               CLOSE CLIENTES-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1300-CONFERE-PERIODO.
           IF WRK-DATA-POSTERIOR NOT = ZEROS
               DISPLAY "REAVALIACAO JA FEITA PARA FECHAMENTO POSTERIOR "
                   "(" WRK-DATA-POSTERIOR ") - FECHAMENTO "
                   WRK-DATA-FECHAMENTO " RECUSADO"
               CLOSE CLIENTES-MASTER
               CLOSE REAVALIACOES
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE "V"                       TO WRK-JORNAL-ID (1:1).
           MOVE WRK-DATA-FECHAMENTO (2:7) TO WRK-JORNAL-ID (2:7).
           MOVE ZEROS                     TO WRK-SEQ-PAR.

           OPEN OUTPUT GL-JORNAL.
           MOVE SPACES              TO GLJ-HEADER
           MOVE "H"                 TO GLJH-TIPO
           MOVE WRK-DATA-FECHAMENTO TO GLJH-DATA
           WRITE GLJ-HEADER.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-FECHAMENTO TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           WRITE LINHA-RELATORIO FROM CAB-02.

      *---- A MOEDA 1 E O BRL, QUE NAO SE REAVALIA; CADA MOEDA
      *---- ESTRANGEIRA E UMA PASSADA PELO MESTRE, O QUE JA DEIXA A
      *---- LISTAGEM AGRUPADA POR MOEDA E, DENTRO DELA, POR CONTA

           PERFORM VARYING WRK-MOEDA-IND FROM 2 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               PERFORM 2000-REAVALIA-MOEDA
           END-PERFORM.

           COMPUTE WRK-LIQUIDO =
               WRK-TOTAL-DEBITOS - WRK-TOTAL-CREDITOS.

           MOVE "T"                TO GLJT-TIPO
           MOVE WRK-QTDE-LINHAS    TO GLJT-QTDE
           MOVE WRK-TOTAL-DEBITOS  TO GLJT-TOTAL-DEBITOS
           MOVE WRK-TOTAL-CREDITOS TO GLJT-TOTAL-CREDITOS
           MOVE WRK-LIQUIDO        TO GLJT-LIQUIDO
           WRITE GLJ-TRAILER.

           PERFORM 4000-IMPRIME-RESUMO.

           CLOSE CLIENTES-MASTER
           CLOSE REAVALIACOES
           CLOSE GL-JORNAL
           CLOSE RELATORIO.

           MOVE WRK-QTDE-REAVALIADAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS REAVALIADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-LINHAS TO WRK-CONTADOR-ED.
           DISPLAY "LINHAS CONTABEIS GERADAS: " WRK-CONTADOR-ED.

           IF WRK-LIQUIDO IS EQUAL TO ZERO
               DISPLAY "JORNAL DE REAVALIACAO FECHADO EM ZERO - "
                   "ARQUIVO LIBERADO"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "JORNAL DE REAVALIACAO NAO FECHA EM ZERO - "
                   "ARQUIVO NAO LIBERADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- LE E CRITICA O ARQUIVO DE PARAMETROS; A DATA DE
      *---- FECHAMENTO E A DATA DE REFERENCIA DA TAXA E A CHAVE DO
      *---- PERIODO NO ARQUIVO DE REAVALIACOES

       1050-LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ARQUIVO DE PARAMETROS AUSENTE - STATUS "
                   WRK-STATUS-PARAMETROS
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           READ PARAMETROS
               AT END
                   DISPLAY "ARQUIVO DE PARAMETROS VAZIO"
                   CLOSE PARAMETROS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 5000-GRAVA-RUN-LOG
                   STOP RUN
           END-READ.

           CLOSE PARAMETROS.

           IF PRM-DATA-FECHAMENTO IS NOT NUMERIC OR
                   PRM-DATA-FECHAMENTO IS EQUAL TO ZERO
               DISPLAY "DATA DE FECHAMENTO INVALIDA NOS PARAMETROS"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE PRM-DATA-FECHAMENTO TO WRK-DATA-FECHAMENTO.

      *---- CARREGA AS TAXAS DO ARQUIVO DE TAXAS; VALE A TAXA DE
      *---- VIGENCIA MAIS RECENTE ATE A DATA DE FECHAMENTO. AQUI A
      *---- TAXA PADRAO COMPILADA NAO SERVE: SEM O ARQUIVO O PASSO
      *---- NAO RODA

       1100-CARREGA-TAXAS.
           MOVE WRK-DATA-FECHAMENTO TO WRK-TAXA-DATA-HOJE.
           MOVE ZEROS               TO WRK-TAB-TAXA-VIGENCIA.

           OPEN INPUT TAXAS-CAMBIO.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "ARQUIVO DE TAXAS AUSENTE - STATUS "
                   WRK-STATUS-TAXAS
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-FIM-TAXAS-SW.
           PERFORM UNTIL WRK-FIM-TAXAS-SIM
               READ TAXAS-CAMBIO
                   AT END
                       MOVE "S" TO WRK-FIM-TAXAS-SW
                   NOT AT END
                       PERFORM 1110-APLICA-TAXA
               END-READ
           END-PERFORM.

           CLOSE TAXAS-CAMBIO.

       1110-APLICA-TAXA.
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

      *---- PASSADA PREVIA NO MESTRE: TODA MOEDA ESTRANGEIRA COM CONTA
      *---- PRECISA DE TAXA VIGENTE NO FECHAMENTO; FALTANDO ALGUMA, O
      *---- PASSO PARA ANTES DE GRAVAR QUALQUER COISA

       1200-CONFERE-MOEDAS.
           MOVE ALL "N" TO WRK-TAB-MOEDA-EM-USO.
           MOVE "N"     TO WRK-TAXA-FALTANDO.

           MOVE LOW-VALUES TO CM-CHAVE.
           START CLIENTES-MASTER KEY IS GREATER THAN OR EQUAL TO
                   CM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CLIENTES-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM VARYING WRK-MOEDA-IND FROM 2 BY 1
                               UNTIL WRK-MOEDA-IND > 3
                           IF CM-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                               MOVE "S" TO
                                   WRK-MOEDA-EM-USO (WRK-MOEDA-IND)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           PERFORM VARYING WRK-MOEDA-IND FROM 2 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF WRK-MOEDA-EM-USO-SIM (WRK-MOEDA-IND) AND
                       WRK-TAXA-VIGENCIA (WRK-MOEDA-IND) = ZEROS
                   DISPLAY "SEM TAXA VIGENTE PARA "
                       WRK-MOEDA-COD (WRK-MOEDA-IND)
                       " NO FECHAMENTO " WRK-DATA-FECHAMENTO
                   MOVE "S" TO WRK-TAXA-FALTANDO
               END-IF
           END-PERFORM.

      *---- A REAVALIACAO PARTE DO FECHAMENTO ANTERIOR DE CADA CONTA;
      *---- REAVALIAR UM FECHAMENTO MAIS ANTIGO QUE O ULTIMO JA
      *---- GRAVADO QUEBRARIA ESSA CORRENTE E E RECUSADO

       1300-CONFERE-PERIODO.
           MOVE ZEROS TO WRK-DATA-POSTERIOR.

           MOVE "N" TO WRK-FIM-REAVAL.
           PERFORM UNTIL WRK-FIM-REAVAL-SIM
               READ REAVALIACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-REAVAL
                   NOT AT END
                       IF RVL-DATA-FECHAMENTO > WRK-DATA-FECHAMENTO
                           MOVE RVL-DATA-FECHAMENTO TO
                               WRK-DATA-POSTERIOR
                           MOVE "S" TO WRK-FIM-REAVAL
                       END-IF
               END-READ
           END-PERFORM.

      *---- UMA PASSADA PELO MESTRE PARA A MOEDA WRK-MOEDA-IND, COM
      *---- CABECALHO, CONTAS E TOTAIS DA MOEDA NA LISTAGEM

       2000-REAVALIA-MOEDA.
           MOVE ZEROS TO WRK-MOE-QTDE
           MOVE ZEROS TO WRK-MOE-QTDE-GANHO
           MOVE ZEROS TO WRK-MOE-QTDE-PERDA
           MOVE ZEROS TO WRK-MOE-SALDO
           MOVE ZEROS TO WRK-MOE-VALOR-BRL
           MOVE ZEROS TO WRK-MOE-ANTERIOR
           MOVE ZEROS TO WRK-MOE-GANHOS
           MOVE ZEROS TO WRK-MOE-PERDAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-MOEDA-COD (WRK-MOEDA-IND)     TO CAB-MOE-CODIGO
           MOVE WRK-MOEDA-TAXA (WRK-MOEDA-IND)    TO CAB-MOE-TAXA-ED
           MOVE WRK-TAXA-VIGENCIA (WRK-MOEDA-IND) TO CAB-MOE-VIGENCIA
           WRITE LINHA-RELATORIO FROM CAB-MOEDA.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

           MOVE LOW-VALUES TO CM-CHAVE.
           START CLIENTES-MASTER KEY IS GREATER THAN OR EQUAL TO
                   CM-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CLIENTES-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CM-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                           PERFORM 2100-REAVALIA-CONTA
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-MOE-QTDE = ZEROS
               WRITE LINHA-RELATORIO FROM DET-SEM-CONTA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-MOEDA-COD (WRK-MOEDA-IND) TO DET-TM-CODIGO
           MOVE WRK-MOE-SALDO     TO DET-TM-SALDO-ED
           MOVE WRK-MOE-VALOR-BRL TO DET-TM-VALOR-BRL-ED
           MOVE WRK-MOE-ANTERIOR  TO DET-TM-ANTERIOR-ED
           COMPUTE DET-TM-AJUSTE-ED =
               WRK-MOE-PERDAS - WRK-MOE-GANHOS
           WRITE LINHA-RELATORIO FROM DET-TOTAL-MOEDA.

           MOVE "CONTAS COM GANHO CAMBIAL NA MOEDA (BRL)" TO
               DET-GP-DESCRICAO
           MOVE WRK-MOE-QTDE-GANHO TO DET-GP-QTDE-ED
           MOVE WRK-MOE-GANHOS     TO DET-GP-VALOR-ED
           WRITE LINHA-RELATORIO FROM DET-GANHO-PERDA.
           MOVE "CONTAS COM PERDA CAMBIAL NA MOEDA (BRL)" TO
               DET-GP-DESCRICAO
           MOVE WRK-MOE-QTDE-PERDA TO DET-GP-QTDE-ED
           MOVE WRK-MOE-PERDAS     TO DET-GP-VALOR-ED
           WRITE LINHA-RELATORIO FROM DET-GANHO-PERDA.

      *---- AJUSTE = SALDO PELA TAXA DE FECHAMENTO - (VALOR REAVALIADO
      *---- ANTERIOR + MOVIMENTO DO MES PELO VALOR DE FACE), QUE E O
      *---- QUE O RAZAO TEM HOJE PARA A CONTA. CONTA SEM FECHAMENTO
      *---- ANTERIOR E SEM SALDO (ABERTA E ENCERRADA NO MES, OU JA
      *---- ESTORNADA) NAO TEM O QUE REAVALIAR

       2100-REAVALIA-CONTA.
           PERFORM 2110-BUSCA-ANTERIOR.

           IF NOT WRK-ANTERIOR-ACHADO-SIM AND CM-SALDO = ZEROS
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-VALOR-BRL ROUNDED =
               CM-SALDO * WRK-MOEDA-TAXA (WRK-MOEDA-IND).
           COMPUTE WRK-MOVIMENTO-MES =
               CM-SALDO - WRK-SALDO-ANTERIOR.
           COMPUTE WRK-AJUSTE =
               WRK-VALOR-BRL - WRK-VALOR-ANTERIOR - WRK-MOVIMENTO-MES.

           ADD 1 TO WRK-QTDE-REAVALIADAS
           ADD 1 TO WRK-MOE-QTDE
           ADD CM-SALDO           TO WRK-MOE-SALDO
           ADD WRK-VALOR-BRL      TO WRK-MOE-VALOR-BRL
           ADD WRK-VALOR-ANTERIOR TO WRK-MOE-ANTERIOR.

           MOVE SPACES TO RVL-NUM-TRANSACAO.
           EVALUATE TRUE
               WHEN WRK-AJUSTE > ZEROS
                   ADD 1 TO WRK-QTDE-PERDA
                   ADD 1 TO WRK-MOE-QTDE-PERDA
                   ADD WRK-AJUSTE TO WRK-MOE-PERDAS
                   ADD WRK-AJUSTE TO WRK-TOT-PERDAS
                   MOVE WRK-AJUSTE           TO WRK-VALOR-ABSOLUTO
                   MOVE WRK-GL-PERDA-CAMBIAL TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-DEPOSITOS     TO WRK-CONTA-CREDITO
                   PERFORM 2200-GERA-PARTIDAS
               WHEN WRK-AJUSTE < ZEROS
                   ADD 1 TO WRK-QTDE-GANHO
                   ADD 1 TO WRK-MOE-QTDE-GANHO
                   SUBTRACT WRK-AJUSTE FROM WRK-MOE-GANHOS
                   SUBTRACT WRK-AJUSTE FROM WRK-TOT-GANHOS
                   COMPUTE WRK-VALOR-ABSOLUTO = 0 - WRK-AJUSTE
                   MOVE WRK-GL-DEPOSITOS     TO WRK-CONTA-DEBITO
                   MOVE WRK-GL-GANHO-CAMBIAL TO WRK-CONTA-CREDITO
                   PERFORM 2200-GERA-PARTIDAS
           END-EVALUATE.

           PERFORM 2300-GRAVA-REAVALIACAO.

           MOVE CM-CHAVE           TO DET-CHAVE
           MOVE CM-SALDO           TO DET-SALDO-ED
           MOVE WRK-VALOR-BRL      TO DET-VALOR-BRL-ED
           MOVE WRK-VALOR-ANTERIOR TO DET-ANTERIOR-ED
           MOVE WRK-AJUSTE         TO DET-AJUSTE-ED
           WRITE LINHA-RELATORIO FROM DET-CONTA.

      *---- O FECHAMENTO ANTERIOR DA CONTA E O ULTIMO REGISTRO DELA
      *---- COM DATA MENOR QUE A DO FECHAMENTO EM CURSO (O DO PROPRIO
      *---- FECHAMENTO, NUMA REEXECUCAO, NAO CONTA)

       2110-BUSCA-ANTERIOR.
           MOVE "N"   TO WRK-ANTERIOR-ACHADO
           MOVE ZEROS TO WRK-SALDO-ANTERIOR
           MOVE ZEROS TO WRK-VALOR-ANTERIOR.

           MOVE CM-CHAVE TO RVL-CHAVE
           MOVE ZEROS    TO RVL-DATA-FECHAMENTO.

           START REAVALIACOES KEY IS GREATER THAN OR EQUAL TO RVL-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WRK-FIM-REAVAL.
           PERFORM UNTIL WRK-FIM-REAVAL-SIM
               READ REAVALIACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-REAVAL
                   NOT AT END
                       IF RVL-CHAVE NOT = CM-CHAVE OR
                               RVL-DATA-FECHAMENTO NOT <
                               WRK-DATA-FECHAMENTO
                           MOVE "S" TO WRK-FIM-REAVAL
                       ELSE
                           MOVE "S"           TO WRK-ANTERIOR-ACHADO
                           MOVE RVL-SALDO     TO WRK-SALDO-ANTERIOR
                           MOVE RVL-VALOR-BRL TO WRK-VALOR-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.

      *---- UM PAR DE LINHAS DEBITO/CREDITO DE MESMO VALOR, NA AGENCIA
      *---- DA CONTA, DATADO DO FECHAMENTO

       2200-GERA-PARTIDAS.
           ADD 1 TO WRK-SEQ-PAR.
           MOVE WRK-NUM-TRANSACAO TO RVL-NUM-TRANSACAO.

           MOVE CM-AGENCIA TO WRK-AGENCIA-CONTA.
           IF CM-AGENCIA IS NOT NUMERIC
               MOVE ZEROS TO WRK-AGENCIA-CONTA
           END-IF.

           MOVE "D"                 TO GLJD-TIPO
           MOVE WRK-CONTA-DEBITO    TO GLJD-CONTA-GL
           MOVE "D"                 TO GLJD-NATUREZA
           MOVE CM-CHAVE            TO GLJD-CHAVE
           MOVE WRK-OPERACAO-REAVAL TO GLJD-OPERACAO
           MOVE WRK-DATA-FECHAMENTO TO GLJD-DATA
           MOVE WRK-VALOR-ABSOLUTO  TO GLJD-VALOR
           MOVE WRK-NUM-TRANSACAO   TO GLJD-NUM-TRANSACAO
           MOVE WRK-AGENCIA-CONTA   TO GLJD-AGENCIA
           WRITE GLJ-DETALHE.
           ADD 1 TO WRK-QTDE-LINHAS.
           ADD WRK-VALOR-ABSOLUTO TO WRK-TOTAL-DEBITOS.

           MOVE "D"                 TO GLJD-TIPO
           MOVE WRK-CONTA-CREDITO   TO GLJD-CONTA-GL
           MOVE "C"                 TO GLJD-NATUREZA
           MOVE CM-CHAVE            TO GLJD-CHAVE
           MOVE WRK-OPERACAO-REAVAL TO GLJD-OPERACAO
           MOVE WRK-DATA-FECHAMENTO TO GLJD-DATA
           MOVE WRK-VALOR-ABSOLUTO  TO GLJD-VALOR
           MOVE WRK-NUM-TRANSACAO   TO GLJD-NUM-TRANSACAO
           MOVE WRK-AGENCIA-CONTA   TO GLJD-AGENCIA
           WRITE GLJ-DETALHE.
           ADD 1 TO WRK-QTDE-LINHAS.
           ADD WRK-VALOR-ABSOLUTO TO WRK-TOTAL-CREDITOS.

      *---- GRAVA O REGISTRO DO FECHAMENTO; NA REEXECUCAO DO MESMO
      *---- FECHAMENTO O REGISTRO JA EXISTE E E REGRAVADO

       2300-GRAVA-REAVALIACAO.
           MOVE CM-CHAVE                          TO RVL-CHAVE
           MOVE WRK-DATA-FECHAMENTO               TO RVL-DATA-FECHAMENTO
           MOVE CM-MOEDA                          TO RVL-MOEDA
           MOVE CM-SALDO                          TO RVL-SALDO
           MOVE WRK-MOEDA-TAXA (WRK-MOEDA-IND)    TO RVL-TAXA
           MOVE WRK-TAXA-VIGENCIA (WRK-MOEDA-IND) TO RVL-DATA-TAXA
           MOVE WRK-VALOR-BRL                     TO RVL-VALOR-BRL
           MOVE WRK-AJUSTE                        TO RVL-AJUSTE
           MOVE WRK-DATA-HOJE                     TO RVL-DATA-PROCESSO.

           WRITE REAVALIACAO-RECORD
               INVALID KEY
                   REWRITE REAVALIACAO-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR REAVALIACAO DA "
                               "CONTA " CM-CHAVE " - STATUS "
                               WRK-STATUS-REAVAL
                   END-REWRITE
           END-WRITE.

      *---- RESUMO GERAL: GANHOS, PERDAS E O AJUSTE LIQUIDO DO MES

       4000-IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-RESUMO.

           MOVE "CONTAS REAVALIADAS" TO DET-QC-DESCRICAO
           MOVE WRK-QTDE-REAVALIADAS TO DET-QC-QTDE-ED
           WRITE LINHA-RELATORIO FROM DET-QTDE-CONTAS.

           MOVE "CONTAS COM GANHO CAMBIAL (BRL)" TO DET-GP-DESCRICAO
           MOVE WRK-QTDE-GANHO TO DET-GP-QTDE-ED
           MOVE WRK-TOT-GANHOS TO DET-GP-VALOR-ED
           WRITE LINHA-RELATORIO FROM DET-GANHO-PERDA.

           MOVE "CONTAS COM PERDA CAMBIAL (BRL)" TO DET-GP-DESCRICAO
           MOVE WRK-QTDE-PERDA TO DET-GP-QTDE-ED
           MOVE WRK-TOT-PERDAS TO DET-GP-VALOR-ED
           WRITE LINHA-RELATORIO FROM DET-GANHO-PERDA.

           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-PERDAS - WRK-TOT-GANHOS.
           MOVE "AJUSTE LIQUIDO DO MES (+PERDA/-GANHO)" TO
               DET-GP-DESCRICAO
           COMPUTE DET-GP-QTDE-ED = WRK-QTDE-GANHO + WRK-QTDE-PERDA
           MOVE WRK-TOT-LIQUIDO TO DET-GP-VALOR-ED
           WRITE LINHA-RELATORIO FROM DET-GANHO-PERDA.

       5000-GRAVA-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE WRK-DATA-HOJE        TO RUN-DATA
           MOVE "CLIREAV"            TO RUN-PASSO
           MOVE WRK-QTDE-REAVALIADAS TO RUN-QTD1
           MOVE WRK-QTDE-LINHAS      TO RUN-QTD2
           MOVE WRK-QTDE-GANHO       TO RUN-QTD3
           MOVE WRK-QTDE-PERDA       TO RUN-QTD4
           MOVE WRK-TOTAL-DEBITOS    TO RUN-TOTAL1
           MOVE WRK-TOTAL-CREDITOS   TO RUN-TOTAL2
           MOVE RETURN-CODE          TO RUN-COND-CODE
           WRITE REG-RUN-LOG.
           CLOSE RUN-LOG.

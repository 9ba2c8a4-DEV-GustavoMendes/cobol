      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIINFX.
      * INFORME ANUAL DE RENDIMENTOS POR CPF/CNPJ - PARA O ANO-BASE
      * DIGITADO, LISTA CADA CONTA DE CADA DOCUMENTO (TITULAR PELO
      * INDICE CRUZADO CLIXRF, COTITULAR PELO CLICOTX) COM O SALDO DE
      * 31/12 DO ANO ANTERIOR E DO ANO-BASE (FECHAMENTOS DO CLIHIST),
      * OS JUROS CREDITADOS E O IMPOSTO RETIDO NO ANO (TRILHAS DE
      * AUDITORIA ARQUIVADA E VIVA, LIQUIDOS DE ESTORNOS), NA MOEDA
      * DA CONTA. UMA PAGINA POR DOCUMENTO COM O BLOCO DE ENDERECO
      * DO CLICTT E O ARQUIVO CLIINF (HEADER/DETALHE/TRAILER COM
      * SOMAS DE CONTROLE) PARA A ENTREGA AO ORGAO REGULADOR
      *
      * CONTA ENCERRADA SAI DO INDICE CRUZADO, ENTAO O DOCUMENTO DO
      * TITULAR (CM-CPF/CM-CNPJ) E O DOS COTITULARES (CLICOT, QUE FICA
      * COMO HISTORICO) SAO TIRADOS DO PROPRIO CADASTRO: A CONTA
      * ENCERRADA QUE TEVE SALDO OU MOVIMENTO NO ANO CONTINUA NO
      * INFORME
      *
      * AS TRILHAS E O HISTORICO SAO LIDOS UMA UNICA VEZ: CLASSIFICADOS
      * POR CHAVE E CASADOS COM O MESTRE, QUE SAI EM ORDEM DE CHAVE
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

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTT-CHAVE
               FILE STATUS    IS WRK-STATUS-CONTATOS.

           SELECT INFORME ASSIGN TO "CLIINF"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-INFORME.

           SELECT RELATORIO ASSIGN TO "CLIINFX.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT SORT-MOVIMENTOS ASSIGN TO "SORTWK".

           SELECT SORT-DOCUMENTOS ASSIGN TO "SORTWK2".

       DATA                DIVISION.
       FILE                SECTION.
      *---- SRT-TIPO: H-FECHAMENTO DO HISTORICO  J-JUROS CREDITADOS
      *---- I-IMPOSTO RETIDO  M-QUALQUER OUTRO MOVIMENTO DO ANO
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

       FD  XREF-DOCUMENTOS
           LABEL RECORD IS STANDARD.
           COPY CLIXRF.

       FD  XREF-COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOTX.

       FD  COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CLICTT.

       FD  INFORME
           LABEL RECORD IS STANDARD.
           COPY CLIINF.

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
       01  WRK-STATUS-XREF         PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-COTITX       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-COTIT        PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-CONTATOS     PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-INFORME      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RUNLOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-COTIT-DISPONIVEL    PICTURE X(01)  VALUE "N".
           88  WRK-COTIT-DISPONIVEL-SIM           VALUE "S".
       01  WRK-CONTATOS-DISPONIVEL PICTURE X(01)  VALUE "N".
           88  WRK-CONTATOS-DISPONIVEL-SIM        VALUE "S".
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-FIM-COTIT           PICTURE X(01)  VALUE "N".
           88  WRK-FIM-COTIT-SIM                  VALUE "S".
       01  WRK-FIM-SORT            PICTURE X(01)  VALUE "N".
           88  WRK-FIM-SORT-SIM                   VALUE "S".
       01  WRK-TABELA-CHEIA        PICTURE X(01)  VALUE "N".
           88  WRK-TABELA-CHEIA-SIM               VALUE "S".
       01  WRK-DATA-HORA           PICTURE X(21)  VALUE SPACES.

       01  WRK-ANO-BASE            PICTURE 9(04)  VALUE ZEROS.
       01  WRK-ANO-ANTERIOR        PICTURE 9(04)  VALUE ZEROS.
       01  WRK-ANO-CORRENTE        PICTURE 9(04)  VALUE ZEROS.
       01  WRK-DATA-INICIO-ANO     PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-FIM-ANO        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-FIM-ANTERIOR   PICTURE 9(08)  VALUE ZEROS.
       01  WRK-OPERACAO            PICTURE X(10)  VALUE SPACES.
       01  WRK-OPERACAO-ORIGINAL   PICTURE X(10)  VALUE SPACES.

      *----APURACAO DA CONTA CORRENTE NO CASAMENTO COM O MESTRE
       01  WRK-APU-SALDO-ANTERIOR  PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-DATA-ANTERIOR   PICTURE 9(08)  VALUE ZEROS.
       01  WRK-APU-SALDO-ATUAL     PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-DATA-ATUAL      PICTURE 9(08)  VALUE ZEROS.
       01  WRK-APU-JUROS           PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-IMPOSTO         PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-APU-EXISTIU         PICTURE X(01)  VALUE "N".
           88  WRK-APU-EXISTIU-SIM                VALUE "S".
       01  WRK-APU-TEVE-SALDO      PICTURE X(01)  VALUE "N".
           88  WRK-APU-TEVE-SALDO-SIM             VALUE "S".

      *----CONTAS QUE ENTRAM NO INFORME, EM ORDEM DE CHAVE (MONTADA NA
      *----PASSAGEM PELO MESTRE)
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ENT OCCURS 5000 TIMES.
               10  WRK-CTA-CHAVE          PICTURE X(10).
               10  WRK-CTA-NOME           PICTURE X(20).
               10  WRK-CTA-TIPO           PICTURE 9(01).
               10  WRK-CTA-SITUACAO       PICTURE X(01).
               10  WRK-CTA-MOEDA          PICTURE X(03).
               10  WRK-CTA-CPF            PICTURE 9(11).
               10  WRK-CTA-CNPJ           PICTURE 9(14).
               10  WRK-CTA-SALDO-ANTERIOR PICTURE S9(10) COMP-3.
               10  WRK-CTA-SALDO-ATUAL    PICTURE S9(10) COMP-3.
               10  WRK-CTA-JUROS          PICTURE S9(10) COMP-3.
               10  WRK-CTA-IMPOSTO        PICTURE S9(10) COMP-3.
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
       01  WRK-ENDERECO-ACHADO     PICTURE X(01)  VALUE "N".
           88  WRK-ENDERECO-ACHADO-SIM            VALUE "S".

       01  WRK-NUM-PAGINA          PICTURE 9(04)  VALUE ZEROS.
       01  WRK-QTDE-DOCUMENTOS     PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-DETALHES       PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-ENCERRADAS     PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-OMITIDAS       PICTURE 9(07)  VALUE ZEROS.
       01  WRK-TOTAL-SALDO-ANTERIOR PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-SALDO-ATUAL   PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-JUROS         PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-IMPOSTO       PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED         PICTURE ZZZ.ZZ9.

       01  CAB-01.
           05  FILLER               PICTURE X(35)  VALUE
               "INFORME DE RENDIMENTOS - ANO-BASE".
           05  CAB-ANO-BASE         PICTURE 9(04).
           05  FILLER               PICTURE X(10)  VALUE SPACES.
           05  FILLER               PICTURE X(07)  VALUE "PAGINA ".
           05  CAB-PAGINA           PICTURE ZZZ9.

       01  CAB-02.
           05  FILLER               PICTURE X(09)  VALUE "CPF/CNPJ".
           05  CAB-DOCUMENTO        PICTURE 9(14).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  CAB-NOME             PICTURE X(20).

       01  CAB-03.
           05  FILLER               PICTURE X(40)  VALUE
               "VALORES NA MOEDA DE CADA CONTA".

       01  DET-CONTA.
           05  FILLER               PICTURE X(06)  VALUE "CONTA ".
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(07)  VALUE "  TIPO ".
           05  DET-TIPO             PICTURE 9(01).
           05  FILLER               PICTURE X(08)  VALUE "  MOEDA ".
           05  DET-MOEDA            PICTURE X(03).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-TITULARIDADE     PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SITUACAO         PICTURE X(10).

       01  DET-SALDOS.
           05  FILLER               PICTURE X(14)  VALUE
               "  SALDO 31/12/".
           05  DET-ANO-ANTERIOR     PICTURE 9(04).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SALDO-ANTERIOR-ED PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(14)  VALUE
               "  SALDO 31/12/".
           05  DET-ANO-BASE         PICTURE 9(04).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SALDO-ATUAL-ED   PICTURE -Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-RENDIMENTOS.
           05  FILLER               PICTURE X(19)  VALUE
               "  JUROS CREDITADOS".
           05  DET-JUROS-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(19)  VALUE
               "  IMPOSTO RETIDO".
           05  DET-IMPOSTO-ED       PICTURE -Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-ENDERECO.
           05  DET-END-TEXTO        PICTURE X(40).

       01  DET-CIDADE-CEP.
           05  DET-END-CIDADE       PICTURE X(20).
           05  FILLER               PICTURE X(05)  VALUE " CEP ".
           05  DET-END-CEP          PICTURE X(08).

       01  DET-SEM-ENDERECO.
           05  FILLER               PICTURE X(40)  VALUE
               "ENDERECO NAO CADASTRADO".

       PROCEDURE           DIVISION.
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:4) TO WRK-ANO-CORRENTE.

           DISPLAY "ANO-BASE DO INFORME (AAAA) "
               ACCEPT WRK-ANO-BASE.
           IF WRK-ANO-BASE IS NOT NUMERIC OR
                   WRK-ANO-BASE IS LESS THAN 1901 OR
                   WRK-ANO-BASE IS GREATER THAN WRK-ANO-CORRENTE
               DISPLAY "ANO-BASE INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.
           COMPUTE WRK-DATA-INICIO-ANO = WRK-ANO-BASE * 10000 + 0101.
           COMPUTE WRK-DATA-FIM-ANO    = WRK-ANO-BASE * 10000 + 1231.
           COMPUTE WRK-DATA-FIM-ANTERIOR =
               WRK-ANO-ANTERIOR * 10000 + 1231.

      *---- O MESTRE, O INDICE CRUZADO E O HISTORICO SAO OBRIGATORIOS:
      *---- SEM ELES O INFORME SAIRIA INCOMPLETO PARA O REGULADOR

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

      *---- PRIMEIRA CLASSIFICACAO: FECHAMENTOS E MOVIMENTOS DO ANO POR
      *---- CHAVE, APURADOS CONTRA O MESTRE NA TABELA DE CONTAS

           SORT SORT-MOVIMENTOS
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 1000-SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS 2000-APURA-CONTAS.

           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "TABELA DE CONTAS CHEIA - INFORME NAO GERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

      *---- SEGUNDA CLASSIFICACAO: PARES DOCUMENTO/CONTA, UMA PAGINA
      *---- POR DOCUMENTO

           SORT SORT-DOCUMENTOS
               ON ASCENDING KEY SRD-DOCUMENTO SRD-CHAVE
               INPUT PROCEDURE IS 3000-SELECIONA-DOCUMENTOS
               OUTPUT PROCEDURE IS 4000-EMITE-INFORMES.

           MOVE WRK-QTDE-DOCUMENTOS TO WRK-CONTADOR-ED.
           DISPLAY "DOCUMENTOS NO INFORME: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-DETALHES TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS LISTADAS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-ENCERRADAS TO WRK-CONTADOR-ED.
           DISPLAY "CONTAS ENCERRADAS LISTADAS: " WRK-CONTADOR-ED.
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

      *---- LIBERA PARA A CLASSIFICACAO OS FECHAMENTOS ATE 31/12 DO
      *---- ANO-BASE E OS MOVIMENTOS DAS DUAS TRILHAS DENTRO DO ANO.
      *---- O ESTORNO DE JUROS OU DE IMPOSTO ENTRA COM O SINAL DO
      *---- MOVIMENTO, SUBTRAINDO DO TOTAL QUE O ORIGINAL SOMOU

       1000-SELECIONA-MOVIMENTOS.
           PERFORM 1100-SELECIONA-HISTORICO.
           PERFORM 1200-SELECIONA-ARQUIVADOS.
           PERFORM 1300-SELECIONA-VIVOS.

       1100-SELECIONA-HISTORICO.
           OPEN INPUT HISTORICO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ HISTORICO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF HIST-DATA-FECHAMENTO <= WRK-DATA-FIM-ANO
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
                       IF ARQ-DATA >= WRK-DATA-INICIO-ANO AND
                          ARQ-DATA <= WRK-DATA-FIM-ANO
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
                       IF AUD-DATA >= WRK-DATA-INICIO-ANO AND
                          AUD-DATA <= WRK-DATA-FIM-ANO
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
      *---- OPERACAO DESFEITA

       1400-LIBERA-MOVIMENTO.
           EVALUATE TRUE
               WHEN WRK-OPERACAO = "JUROS"
                   MOVE "J" TO SRT-TIPO
               WHEN WRK-OPERACAO = "IR-JUROS"
                   MOVE "I" TO SRT-TIPO
               WHEN WRK-OPERACAO = "ESTORNO" AND
                    WRK-OPERACAO-ORIGINAL = "JUROS"
                   MOVE "J" TO SRT-TIPO
               WHEN WRK-OPERACAO = "ESTORNO" AND
                    WRK-OPERACAO-ORIGINAL = "IR-JUROS"
                   MOVE "I" TO SRT-TIPO
               WHEN OTHER
                   MOVE "M" TO SRT-TIPO
           END-EVALUATE.

           RELEASE REG-SORT.

      *---- PASSAGEM PELO MESTRE EM ORDEM DE CHAVE CONSUMINDO OS
      *---- REGISTROS CLASSIFICADOS DE CADA CONTA. CONTA ATIVA ENTRA
      *---- NA TABELA SE JA EXISTIA NO ANO (FECHAMENTO ATE 31/12 OU
      *---- MOVIMENTO NO ANO); ENCERRADA, SO SE TEVE SALDO OU
      *---- MOVIMENTO NO ANO

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
           MOVE ZEROS TO WRK-APU-SALDO-ANTERIOR WRK-APU-DATA-ANTERIOR
                         WRK-APU-SALDO-ATUAL    WRK-APU-DATA-ATUAL
                         WRK-APU-JUROS          WRK-APU-IMPOSTO.
           MOVE "N" TO WRK-APU-EXISTIU WRK-APU-TEVE-SALDO.

           PERFORM UNTIL WRK-FIM-SORT-SIM OR
                   SRT-CHAVE IS GREATER THAN CM-CHAVE
               IF SRT-CHAVE = CM-CHAVE
                   PERFORM 2400-APURA-REGISTRO
               END-IF
               PERFORM 2300-PROXIMO-MOVIMENTO
           END-PERFORM.

           IF WRK-APU-SALDO-ANTERIOR NOT = ZERO
               MOVE "S" TO WRK-APU-TEVE-SALDO
           END-IF.

           IF CM-SITUACAO = "E"
               IF NOT WRK-APU-TEVE-SALDO-SIM
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT WRK-APU-EXISTIU-SIM
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WRK-QTDE-CONTAS NOT < 5000
               MOVE "S" TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.
           MOVE CM-CHAVE      TO WRK-CTA-CHAVE (WRK-QTDE-CONTAS)
           MOVE CM-NOME       TO WRK-CTA-NOME (WRK-QTDE-CONTAS)
           MOVE CM-TIPO-CONTA TO WRK-CTA-TIPO (WRK-QTDE-CONTAS)
           MOVE CM-SITUACAO   TO WRK-CTA-SITUACAO (WRK-QTDE-CONTAS)
           MOVE CM-MOEDA      TO WRK-CTA-MOEDA (WRK-QTDE-CONTAS)
           MOVE CM-CPF        TO WRK-CTA-CPF (WRK-QTDE-CONTAS)
           MOVE CM-CNPJ       TO WRK-CTA-CNPJ (WRK-QTDE-CONTAS)
           MOVE WRK-APU-SALDO-ANTERIOR TO
               WRK-CTA-SALDO-ANTERIOR (WRK-QTDE-CONTAS)
           MOVE WRK-APU-SALDO-ATUAL TO
               WRK-CTA-SALDO-ATUAL (WRK-QTDE-CONTAS)
           MOVE WRK-APU-JUROS   TO WRK-CTA-JUROS (WRK-QTDE-CONTAS)
           MOVE WRK-APU-IMPOSTO TO WRK-CTA-IMPOSTO (WRK-QTDE-CONTAS).

       2300-PROXIMO-MOVIMENTO.
           RETURN SORT-MOVIMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
                   MOVE HIGH-VALUES TO SRT-CHAVE
           END-RETURN.

      *---- O SALDO DE 31/12 E O DO ULTIMO FECHAMENTO ATE A DATA (O
      *---- FECHAMENTO DE DEZEMBRO; SEM ELE, O ULTIMO ANTERIOR). OS
      *---- JUROS SAO O CREDITO (DEPOIS - ANTES) E O IMPOSTO O DEBITO
      *---- (ANTES - DEPOIS), O ESTORNO ENTRANDO COM O SINAL INVERSO

       2400-APURA-REGISTRO.
           EVALUATE SRT-TIPO
               WHEN "H"
                   MOVE "S" TO WRK-APU-EXISTIU
                   IF SRT-DATA <= WRK-DATA-FIM-ANTERIOR AND
                      SRT-DATA >= WRK-APU-DATA-ANTERIOR
                       MOVE SRT-VALOR2 TO WRK-APU-SALDO-ANTERIOR
                       MOVE SRT-DATA   TO WRK-APU-DATA-ANTERIOR
                   END-IF
                   IF SRT-DATA >= WRK-APU-DATA-ATUAL
                       MOVE SRT-VALOR2 TO WRK-APU-SALDO-ATUAL
                       MOVE SRT-DATA   TO WRK-APU-DATA-ATUAL
                   END-IF
                   IF SRT-DATA >= WRK-DATA-INICIO-ANO AND
                      (SRT-VALOR1 NOT = ZERO OR SRT-VALOR2 NOT = ZERO)
                       MOVE "S" TO WRK-APU-TEVE-SALDO
                   END-IF
               WHEN "J"
                   COMPUTE WRK-APU-JUROS = WRK-APU-JUROS
                       + SRT-VALOR2 - SRT-VALOR1
                   MOVE "S" TO WRK-APU-EXISTIU WRK-APU-TEVE-SALDO
               WHEN "I"
                   COMPUTE WRK-APU-IMPOSTO = WRK-APU-IMPOSTO
                       + SRT-VALOR1 - SRT-VALOR2
                   MOVE "S" TO WRK-APU-EXISTIU WRK-APU-TEVE-SALDO
               WHEN OTHER
                   MOVE "S" TO WRK-APU-EXISTIU WRK-APU-TEVE-SALDO
           END-EVALUATE.

      *---- PARES DOCUMENTO/CONTA: O INDICE CRUZADO (TITULARES E
      *---- COTITULARES DE CONTAS NAO ENCERRADAS), O INDICE DE
      *---- COTITULARES E, PARA AS CONTAS ENCERRADAS DA TABELA, O
      *---- DOCUMENTO DO PROPRIO CADASTRO E OS COTITULARES DO CLICOT.
      *---- PARES REPETIDOS SAO DESCARTADOS NA EMISSAO

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

      *---- EMISSAO: AGRUPA OS PARES DE CADA DOCUMENTO, GRAVA A PAGINA
      *---- DO INFORME E OS DETALHES DO ARQUIVO REGULATORIO; HEADER NO
      *---- INICIO E TRAILER COM AS SOMAS DE CONTROLE NO FIM

       4000-EMITE-INFORMES.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT INFORME.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           OPEN INPUT CONTATOS.
           IF WRK-STATUS-CONTATOS = "00"
               MOVE "S" TO WRK-CONTATOS-DISPONIVEL
           END-IF.

           MOVE SPACES               TO INF-HEADER
           MOVE "H"                  TO INFH-TIPO
           MOVE WRK-ANO-BASE         TO INFH-ANO-BASE
           MOVE WRK-DATA-HORA (1:8)  TO INFH-DATA-GERACAO
           WRITE INF-HEADER.

           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 4900-PROXIMO-DOCUMENTO.
           PERFORM UNTIL WRK-FIM-SORT-SIM
               PERFORM 4100-AGRUPA-DOCUMENTO
               IF WRK-QTDE-DOC-CONTAS > ZEROS
                   PERFORM 4200-IMPRIME-DOCUMENTO
               END-IF
           END-PERFORM.

           MOVE "T"                      TO INFT-TIPO
           MOVE WRK-QTDE-DOCUMENTOS      TO INFT-QTDE-DOCUMENTOS
           MOVE WRK-QTDE-DETALHES        TO INFT-QTDE-DETALHES
           MOVE WRK-TOTAL-SALDO-ANTERIOR TO INFT-TOTAL-SALDO-ANTERIOR
           MOVE WRK-TOTAL-SALDO-ATUAL    TO INFT-TOTAL-SALDO-ATUAL
           MOVE WRK-TOTAL-JUROS          TO INFT-TOTAL-JUROS
           MOVE WRK-TOTAL-IMPOSTO        TO INFT-TOTAL-IMPOSTO
           WRITE INF-TRAILER.

           CLOSE RELATORIO.
           CLOSE INFORME.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
           END-IF.

           IF WRK-CONTATOS-DISPONIVEL-SIM
               CLOSE CONTATOS
           END-IF.

      *---- JUNTA AS CONTAS DO DOCUMENTO QUE ESTAO NA TABELA (CONTA
      *---- FORA DELA NAO TEVE NADA NO ANO), SEM REPETIR A CONTA.
      *---- TITULAR QUANDO O DOCUMENTO E O CPF OU O CNPJ DA CONTA

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

      *---- UMA PAGINA POR DOCUMENTO: CABECALHO COM O NOME, BLOCO DE
      *---- ENDERECO E AS CONTAS; CADA CONTA GERA UM DETALHE NO ARQUIVO

       4200-IMPRIME-DOCUMENTO.
           ADD 1 TO WRK-QTDE-DOCUMENTOS.
           ADD 1 TO WRK-NUM-PAGINA.

           PERFORM 4300-NOME-DOCUMENTO.

           MOVE WRK-ANO-BASE   TO CAB-ANO-BASE
           MOVE WRK-NUM-PAGINA TO CAB-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-01.

           MOVE WRK-DOCUMENTO      TO CAB-DOCUMENTO
           MOVE WRK-NOME-DOCUMENTO TO CAB-NOME
           WRITE LINHA-RELATORIO FROM CAB-02.

           PERFORM 4400-BLOCO-ENDERECO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-03.

           PERFORM VARYING WRK-DCT-POS FROM 1 BY 1
                   UNTIL WRK-DCT-POS > WRK-QTDE-DOC-CONTAS
               PERFORM 4500-IMPRIME-CONTA
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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

      *---- BLOCO DE ENDERECO PARA A CORRESPONDENCIA: O CONTATO DA
      *---- CONTA DE QUE O DOCUMENTO E TITULAR OU, SEM ELE, O DA
      *---- PRIMEIRA CONTA QUE TIVER (A CONTA ENCERRADA PERDE O
      *---- REGISTRO DE CONTATO)

       4400-BLOCO-ENDERECO.
           MOVE "N" TO WRK-ENDERECO-ACHADO.

           IF WRK-CONTATOS-DISPONIVEL-SIM
               PERFORM VARYING WRK-DCT-POS FROM 1 BY 1
                       UNTIL WRK-DCT-POS > WRK-QTDE-DOC-CONTAS OR
                             WRK-ENDERECO-ACHADO-SIM
                   IF WRK-DCT-TITULARIDADE (WRK-DCT-POS) = "T"
                       PERFORM 4410-LE-CONTATO
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-DCT-POS FROM 1 BY 1
                       UNTIL WRK-DCT-POS > WRK-QTDE-DOC-CONTAS OR
                             WRK-ENDERECO-ACHADO-SIM
                   PERFORM 4410-LE-CONTATO
               END-PERFORM
           END-IF.

           IF NOT WRK-ENDERECO-ACHADO-SIM
               WRITE LINHA-RELATORIO FROM DET-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES        TO DET-ENDERECO
           MOVE CTT-ENDERECO1 TO DET-END-TEXTO
           WRITE LINHA-RELATORIO FROM DET-ENDERECO.

           IF CTT-ENDERECO2 NOT = SPACES
               MOVE SPACES        TO DET-ENDERECO
               MOVE CTT-ENDERECO2 TO DET-END-TEXTO
               WRITE LINHA-RELATORIO FROM DET-ENDERECO
           END-IF.

           MOVE CTT-CIDADE TO DET-END-CIDADE
           MOVE CTT-CEP    TO DET-END-CEP
           WRITE LINHA-RELATORIO FROM DET-CIDADE-CEP.

       4410-LE-CONTATO.
           MOVE WRK-DCT-IND (WRK-DCT-POS) TO WRK-CTA-IND.
           MOVE WRK-CTA-CHAVE (WRK-CTA-IND) TO CTT-CHAVE.
           READ CONTATOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S" TO WRK-ENDERECO-ACHADO.

       4500-IMPRIME-CONTA.
           MOVE WRK-DCT-IND (WRK-DCT-POS) TO WRK-CTA-IND.

           MOVE WRK-CTA-CHAVE (WRK-CTA-IND) TO DET-CHAVE
           MOVE WRK-CTA-TIPO (WRK-CTA-IND)  TO DET-TIPO
           MOVE WRK-CTA-MOEDA (WRK-CTA-IND) TO DET-MOEDA
           IF WRK-DCT-TITULARIDADE (WRK-DCT-POS) = "T"
               MOVE "TITULAR"   TO DET-TITULARIDADE
           ELSE
               MOVE "COTITULAR" TO DET-TITULARIDADE
           END-IF
           IF WRK-CTA-SITUACAO (WRK-CTA-IND) = "E"
               MOVE "ENCERRADA" TO DET-SITUACAO
               ADD 1 TO WRK-QTDE-ENCERRADAS
           ELSE
               MOVE SPACES      TO DET-SITUACAO
           END-IF
           WRITE LINHA-RELATORIO FROM DET-CONTA.

           MOVE WRK-ANO-ANTERIOR TO DET-ANO-ANTERIOR
           MOVE WRK-CTA-SALDO-ANTERIOR (WRK-CTA-IND) TO
               DET-SALDO-ANTERIOR-ED
           MOVE WRK-ANO-BASE     TO DET-ANO-BASE
           MOVE WRK-CTA-SALDO-ATUAL (WRK-CTA-IND) TO DET-SALDO-ATUAL-ED
           WRITE LINHA-RELATORIO FROM DET-SALDOS.

           MOVE WRK-CTA-JUROS (WRK-CTA-IND)   TO DET-JUROS-ED
           MOVE WRK-CTA-IMPOSTO (WRK-CTA-IND) TO DET-IMPOSTO-ED
           WRITE LINHA-RELATORIO FROM DET-RENDIMENTOS.

           MOVE "D"                           TO INFD-TIPO
           MOVE WRK-DOCUMENTO                 TO INFD-DOCUMENTO
           MOVE WRK-CTA-CHAVE (WRK-CTA-IND)   TO INFD-CHAVE
           MOVE WRK-DCT-TITULARIDADE (WRK-DCT-POS) TO
               INFD-TITULARIDADE
           MOVE WRK-CTA-TIPO (WRK-CTA-IND)    TO INFD-TIPO-CONTA
           MOVE WRK-CTA-SITUACAO (WRK-CTA-IND) TO INFD-SITUACAO
           MOVE WRK-CTA-MOEDA (WRK-CTA-IND)   TO INFD-MOEDA
           MOVE WRK-CTA-SALDO-ANTERIOR (WRK-CTA-IND) TO
               INFD-SALDO-ANTERIOR
           MOVE WRK-CTA-SALDO-ATUAL (WRK-CTA-IND) TO INFD-SALDO-ATUAL
           MOVE WRK-CTA-JUROS (WRK-CTA-IND)   TO INFD-JUROS
           MOVE WRK-CTA-IMPOSTO (WRK-CTA-IND) TO INFD-IMPOSTO
           WRITE INF-DETALHE.

           ADD 1 TO WRK-QTDE-DETALHES.
           ADD INFD-SALDO-ANTERIOR TO WRK-TOTAL-SALDO-ANTERIOR.
           ADD INFD-SALDO-ATUAL    TO WRK-TOTAL-SALDO-ATUAL.
           ADD INFD-JUROS          TO WRK-TOTAL-JUROS.
           ADD INFD-IMPOSTO        TO WRK-TOTAL-IMPOSTO.

       4900-PROXIMO-DOCUMENTO.
           RETURN SORT-DOCUMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

      *---- GRAVA OS CONTADORES E O CONDITION CODE NO LOG DE EXECUCAO:
      *---- QTD1 CONTAS LISTADAS, QTD2 DOCUMENTOS, QTD3 ENCERRADAS
      *---- LISTADAS, QTD4 OMITIDAS, TOTAL1 JUROS, TOTAL2 IMPOSTO

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLIINFX"               TO RUN-PASSO
           MOVE WRK-QTDE-DETALHES       TO RUN-QTD1
           MOVE WRK-QTDE-DOCUMENTOS     TO RUN-QTD2
           MOVE WRK-QTDE-ENCERRADAS     TO RUN-QTD3
           MOVE WRK-QTDE-OMITIDAS       TO RUN-QTD4
           MOVE WRK-TOTAL-JUROS         TO RUN-TOTAL1
           MOVE WRK-TOTAL-IMPOSTO       TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

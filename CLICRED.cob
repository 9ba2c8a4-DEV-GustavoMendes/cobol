      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICRED.
      * CONVERSOR DOS CREDITOS INTERBANCARIOS RECEBIDOS (TED/PIX) DA
      * CAMARA DE COMPENSACAO (CLICAM) PARA O ARQUIVO DE LANCAMENTOS
      * DO DIA (CLILAN) - RODA NO CLIBATCH ANTES DO GERADOR DE ORDENS
      * E DO PRE-EDIT. O ARQUIVO DA CAMARA SO E ACEITO INTEIRO:
      * HEADER COM A DATA DO PROCESSAMENTO, TRAILER BATENDO COM A
      * QUANTIDADE E A SOMA DOS DETALHES E IDENTIFICACAO AINDA NAO
      * CONVERTIDA (CLICRL); QUALQUER FALHA DEVOLVE CONDITION CODE 8
      * SEM ALTERAR NENHUM ARQUIVO.
      * O FAVORECIDO E LOCALIZADO PELA CHAVE DA CONTA OU, SEM ELA,
      * PELO CPF/CNPJ NO INDICE CRUZADO (CLIXRF). CREDITO PARA CONTA
      * ATIVA OU DORMENTE EM BRL VIRA DETALHE "C" ACRESCENTADO AO
      * CLILAN COM O TRAILER REMONTADO, COMO NO CLIORDG; CREDITO PARA
      * CONTA INEXISTENTE, ENCERRADA OU BLOQUEADA (OU QUE NAO PODE
      * SER CREDITADO) NAO E DESCARTADO: VAI PARA O ARQUIVO DE
      * DEVOLUCAO A CAMARA (CLIDEV) COM O CODIGO DO MOTIVO E E
      * TOTALIZADO NO RELATORIO DE PENDENCIAS (CLICRED.LST)
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CREDITOS-CAMARA ASSIGN TO "CLICAM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CAMARA.

           SELECT ENTRADA-TRANSACOES ASSIGN TO "CLILAN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-ENTRADA.

           SELECT DEVOLUCOES ASSIGN TO "CLIDEV"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-DEVOLUCOES.

           SELECT REGISTRO-CONVERTIDOS ASSIGN TO "CLICRL"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CONVERTIDOS.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT XREF-DOCUMENTOS ASSIGN TO "CLIXRF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS XRF-DOCUMENTO
               FILE STATUS    IS WRK-STATUS-XREF.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT RELATORIO ASSIGN TO "CLICRED.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CREDITOS-CAMARA
           LABEL RECORD IS STANDARD.
           COPY CLICAM.

       FD  ENTRADA-TRANSACOES
           LABEL RECORD IS STANDARD.
           COPY CLILAN.

       FD  DEVOLUCOES
           LABEL RECORD IS STANDARD.
           COPY CLIDEV.

      *---- MESMO LAYOUT DO CADASTRO DE ARQUIVOS JA POSTADOS: UM
      *---- REGISTRO POR ARQUIVO DA CAMARA JA CONVERTIDO
       FD  REGISTRO-CONVERTIDOS
           LABEL RECORD IS STANDARD.
           COPY CLILID REPLACING ==REG-ARQUIVO-POSTADO== BY
                                 ==REG-ARQUIVO-CONVERTIDO==
                                 LEADING ==LID== BY ==CRL==.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  XREF-DOCUMENTOS
           LABEL RECORD IS STANDARD.
           COPY CLIXRF.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CAMARA     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ENTRADA    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-DEVOLUCOES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONVERTIDOS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-XREF       PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO  PICTURE X(02) VALUE SPACES.
       01  WRK-XREF-DISPONIVEL   PICTURE X(01) VALUE "N".
           88  WRK-XREF-DISPONIVEL-SIM    VALUE "S".
       01  WRK-FIM-ARQUIVO       PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM        VALUE "S".
       01  WRK-DATA-HORA         PICTURE X(21) VALUE SPACES.

       01  WRK-OPERADOR          PICTURE X(08) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW    PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK            VALUE "S".
       01  WRK-OPERADOR-NIVEL    PICTURE 9     VALUE ZERO.
       01  WRK-FIM-OPERADORES    PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM     VALUE "S".

      *----CRITICA DO ARQUIVO DA CAMARA
       01  WRK-CAM-HEADER        PICTURE X(01) VALUE "N".
           88  WRK-CAM-HEADER-SIM         VALUE "S".
       01  WRK-CAM-TRAILER       PICTURE X(01) VALUE "N".
           88  WRK-CAM-TRAILER-SIM        VALUE "S".
       01  WRK-CAM-OK            PICTURE X(01) VALUE "S".
           88  WRK-CAM-OK-SIM             VALUE "S".
       01  WRK-CAM-DATA          PICTURE 9(08) VALUE ZEROS.
       01  WRK-CAM-ARQUIVO-ID    PICTURE X(08) VALUE SPACES.
       01  WRK-CAM-ESTRANHOS     PICTURE 9(07) VALUE ZEROS.
       01  WRK-CAM-QTDE          PICTURE 9(07) VALUE ZEROS.
       01  WRK-CAM-SOMA          PICTURE 9(13) VALUE ZEROS.
       01  WRK-CAM-TRL-QTDE      PICTURE 9(07) VALUE ZEROS.
       01  WRK-CAM-TRL-SOMA      PICTURE 9(13) VALUE ZEROS.

      *----ARQUIVO DE LANCAMENTOS EM MEMORIA (MESMO IDIOMA DO CLIORDG)
       01  WRK-ENTRADA-EXISTE    PICTURE X(01) VALUE "N".
           88  WRK-ENTRADA-EXISTE-SIM     VALUE "S".
       01  WRK-TEM-HEADER        PICTURE X(01) VALUE "N".
           88  WRK-TEM-HEADER-SIM         VALUE "S".
       01  WRK-TEM-TRAILER       PICTURE X(01) VALUE "N".
           88  WRK-TEM-TRAILER-SIM        VALUE "S".
       01  WRK-QTDE-ESTRANHOS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-ENTRADA-OK        PICTURE X(01) VALUE "S".
           88  WRK-ENTRADA-OK-SIM         VALUE "S".
       01  WRK-TABELA-CHEIA      PICTURE X(01) VALUE "N".
           88  WRK-TABELA-CHEIA-SIM       VALUE "S".
       01  WRK-TAB-ENTRADA.
           05  WRK-ENT-REG           PICTURE X(106) OCCURS 5000 TIMES.
       01  WRK-QTDE-DETALHES     PICTURE 9(07) VALUE ZEROS.
       01  WRK-IND-ENT           PICTURE 9(04) VALUE ZEROS.
       01  WRK-HASH-VALOR        PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-HEADER-DATA       PICTURE 9(08) VALUE ZEROS.
       01  WRK-ARQUIVO-ID        PICTURE X(08) VALUE SPACES.

       01  WRK-REG-DETALHE.
           05  WRK-DET-TIPO          PICTURE X(01).
           05  WRK-DET-OPERADOR      PICTURE X(08).
           05  WRK-DET-CHAVE         PICTURE X(10).
           05  WRK-DET-OPERACAO      PICTURE X(01).
           05  WRK-DET-VALOR         PICTURE S9(10)
                                     SIGN LEADING SEPARATE.
           05  WRK-DET-CHAVE-CONTRA  PICTURE X(10).
           05  WRK-DET-NUM-TRANSACAO.
               10  WRK-DET-NTR-ORIGEM    PICTURE X(08).
               10  WRK-DET-NTR-SEQUENCIA PICTURE 9(08).
           05  WRK-DET-NUM-ORIGINAL  PICTURE X(16).
           05  WRK-DET-BANCO-DESTINO PICTURE 9(03).
           05  WRK-DET-AGENCIA-DESTINO PICTURE 9(04).
           05  WRK-DET-CONTA-DESTINO PICTURE X(12).
           05  WRK-DET-DOC-BENEFICIARIO PICTURE 9(14).

      *----RESOLUCAO DO FAVORECIDO
       01  WRK-CHAVE-FAVORECIDO  PICTURE X(10) VALUE SPACES.
       01  WRK-MOTIVO            PICTURE X(02) VALUE SPACES.
           88  WRK-MOTIVO-NENHUM          VALUE SPACES.

      *----DEVOLUCOES POR MOTIVO, PARA O RELATORIO DE PENDENCIAS
       01  WRK-TAB-MOTIVOS.
           05  WRK-MOT-ENT OCCURS 5 TIMES.
               10  WRK-MOT-QTDE          PICTURE 9(07).
               10  WRK-MOT-VALOR         PICTURE 9(13).
       01  WRK-MOT-IND           PICTURE 9(01) VALUE ZERO.
       01  WRK-TAB-DESC-MOTIVOS.
           05  FILLER PICTURE X(30) VALUE "CONTA INEXISTENTE".
           05  FILLER PICTURE X(30) VALUE "CONTA ENCERRADA".
           05  FILLER PICTURE X(30) VALUE "CONTA BLOQUEADA".
           05  FILLER PICTURE X(30) VALUE "VALOR INVALIDO".
           05  FILLER PICTURE X(30) VALUE "CONTA EM MOEDA ESTRANGEIRA".
       01  WRK-TAB-DESC-R REDEFINES WRK-TAB-DESC-MOTIVOS.
           05  WRK-DESC-MOTIVO   PICTURE X(30) OCCURS 5 TIMES.

       01  WRK-QTDE-CONVERTIDOS  PICTURE 9(07) VALUE ZEROS.
       01  WRK-VALOR-CONVERTIDOS PICTURE 9(13) VALUE ZEROS.
       01  WRK-QTDE-DEVOLVIDOS   PICTURE 9(07) VALUE ZEROS.
       01  WRK-VALOR-DEVOLVIDOS  PICTURE 9(13) VALUE ZEROS.
       01  WRK-CONTADOR-ED       PICTURE ZZZ.ZZ9.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "CREDITOS INTERBANCARIOS DEVOLVIDOS - ARQ".
           05  FILLER               PICTURE X(09)  VALUE
               "UIVO DA ".
           05  FILLER               PICTURE X(08)  VALUE "CAMARA ".
           05  CAB-ARQUIVO-ID       PICTURE X(08).
           05  FILLER               PICTURE X(04)  VALUE " EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(04)  VALUE "MOD".
           05  FILLER               PICTURE X(21)  VALUE
               "IDENTIFICACAO".
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(15)  VALUE "CPF/CNPJ".
           05  FILLER               PICTURE X(14)  VALUE
               "         VALOR".
           05  FILLER               PICTURE X(05)  VALUE " MOT".
       01  DET-DEVOLUCAO.
           05  DET-MODALIDADE       PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ID-CAMARA        PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-DOCUMENTO        PICTURE 9(14).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VALOR-ED         PICTURE Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-MOTIVO           PICTURE X(02).
       01  DET-SEM-DEVOLUCAO.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUM CREDITO DEVOLVIDO".
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO POR MOTIVO".
       01  DET-MOTIVO-TOTAL.
           05  DET-MOT-CODIGO       PICTURE 9(02).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOT-DESCRICAO    PICTURE X(30).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOT-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOT-VALOR-ED     PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-TOTAL.
           05  FILLER               PICTURE X(34)  VALUE
               "TOTAL EM SUSPENSO PARA DEVOLUCAO".
           05  DET-TOT-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-TOT-VALOR-ED     PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-CONVERTIDOS.
           05  FILLER               PICTURE X(34)  VALUE
               "CONVERTIDOS PARA O CLILAN".
           05  DET-CONV-QTDE-ED     PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CONV-VALOR-ED    PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 0050-LE-PARAMETROS.

      *---- O OPERADOR DO LOTE ASSINA OS LANCAMENTOS GERADOS (E E
      *---- O NIVEL DELE QUE A POSTAGEM USA NO LIMITE DE VALOR)

           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.
           PERFORM 0100-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT CREDITOS-CAMARA.
           IF WRK-STATUS-CAMARA NOT = "00"
               DISPLAY "ARQUIVO DA CAMARA AUSENTE - NENHUM CREDITO "
                   "RECEBIDO"
               MOVE 0 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE CREDITOS-CAMARA.

           PERFORM 1000-CRITICA-CAMARA.
           IF NOT WRK-CAM-OK-SIM
               DISPLAY "ARQUIVO DA CAMARA RECUSADO - NENHUM ARQUIVO "
                   "FOI ALTERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1200-CONFERE-CONVERTIDO.
           IF NOT WRK-CAM-OK-SIM
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1300-CARREGA-ENTRADA.
           IF WRK-TABELA-CHEIA-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS MAIOR QUE A TABELA - "
                   "CONVERSAO ABANDONADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           IF WRK-ENTRADA-EXISTE-SIM
               PERFORM 1500-CRITICA-ENTRADA
               IF NOT WRK-ENTRADA-OK-SIM
                   DISPLAY "CONVERSAO ABANDONADA - NENHUM ARQUIVO FOI "
                       "ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 5000-GRAVA-RUN-LOG
                   STOP RUN
               END-IF
           ELSE
               MOVE PRM-DATA-PROCESSO TO WRK-HEADER-DATA
               MOVE SPACES            TO WRK-ARQUIVO-ID
               MOVE "G"               TO WRK-ARQUIVO-ID (1:1)
               MOVE PRM-DATA-PROCESSO (2:7)
                                      TO WRK-ARQUIVO-ID (2:7)
           END-IF.

           IF WRK-QTDE-DETALHES + WRK-CAM-QTDE > 5000
               DISPLAY "CREDITOS DA CAMARA NAO CABEM NA TABELA DE "
                   "LANCAMENTOS - CONVERSAO ABANDONADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF = "00"
               MOVE "S" TO WRK-XREF-DISPONIVEL
           END-IF.

           PERFORM 2000-CONVERTE-CREDITOS.

           CLOSE CLIENTES-MASTER.
           IF WRK-XREF-DISPONIVEL-SIM
               CLOSE XREF-DOCUMENTOS
           END-IF.

           PERFORM 3000-REGRAVA-ENTRADA.
           PERFORM 3500-REGISTRA-CONVERTIDO.
           PERFORM 4000-IMPRIME-PENDENCIAS.

           MOVE WRK-CAM-QTDE TO WRK-CONTADOR-ED.
           DISPLAY "CREDITOS RECEBIDOS DA CAMARA: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-CONVERTIDOS TO WRK-CONTADOR-ED.
           DISPLAY "CONVERTIDOS PARA O ARQUIVO DE LANCAMENTOS: "
               WRK-CONTADOR-ED.
           MOVE WRK-QTDE-DEVOLVIDOS TO WRK-CONTADOR-ED.
           DISPLAY "DEVOLVIDOS A CAMARA: " WRK-CONTADOR-ED.

           MOVE 0 TO RETURN-CODE.

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

      *---- PRIMEIRA LEITURA DO ARQUIVO DA CAMARA, SO PARA PROVAR QUE
      *---- ELE ESTA INTEIRO: HEADER COMO PRIMEIRO REGISTRO COM A DATA
      *---- DO PROCESSAMENTO, DETALHES NUMERICOS E TRAILER FECHANDO EM
      *---- QUANTIDADE E SOMA; NADA E CONVERTIDO DE UM ARQUIVO QUE NAO
      *---- BATE

       1000-CRITICA-CAMARA.
           MOVE "S" TO WRK-CAM-OK.
           MOVE ZEROS TO WRK-CAM-QTDE WRK-CAM-SOMA WRK-CAM-ESTRANHOS.

           OPEN INPUT CREDITOS-CAMARA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CREDITOS-CAMARA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1100-CRITICA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CREDITOS-CAMARA.

           IF NOT WRK-CAM-HEADER-SIM
               DISPLAY "ARQUIVO DA CAMARA SEM HEADER"
               MOVE "N" TO WRK-CAM-OK
           END-IF.
           IF WRK-CAM-HEADER-SIM AND
                   WRK-CAM-DATA NOT = PRM-DATA-PROCESSO
               DISPLAY "DATA DO ARQUIVO DA CAMARA " WRK-CAM-DATA
                   " DIFERENTE DA DATA DO PROCESSAMENTO "
                   PRM-DATA-PROCESSO
               MOVE "N" TO WRK-CAM-OK
           END-IF.
           IF NOT WRK-CAM-TRAILER-SIM
               DISPLAY "ARQUIVO DA CAMARA SEM TRAILER"
               MOVE "N" TO WRK-CAM-OK
           END-IF.
           IF WRK-CAM-ESTRANHOS > ZEROS
               DISPLAY "REGISTROS DA CAMARA FORA DE LUGAR OU "
                   "INVALIDOS: " WRK-CAM-ESTRANHOS
               MOVE "N" TO WRK-CAM-OK
           END-IF.
           IF WRK-CAM-TRAILER-SIM AND
                   (WRK-CAM-TRL-QTDE NOT = WRK-CAM-QTDE OR
                    WRK-CAM-TRL-SOMA NOT = WRK-CAM-SOMA)
               DISPLAY "TOTAIS DA CAMARA NAO BATEM - TRAILER "
                   WRK-CAM-TRL-QTDE " / " WRK-CAM-TRL-SOMA
               DISPLAY "                     DETALHES "
                   WRK-CAM-QTDE " / " WRK-CAM-SOMA
               MOVE "N" TO WRK-CAM-OK
           END-IF.

       1100-CRITICA-REGISTRO.
           IF WRK-CAM-TRAILER-SIM
               ADD 1 TO WRK-CAM-ESTRANHOS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE CAMH-TIPO
               WHEN "H"
                   IF WRK-CAM-HEADER-SIM OR WRK-CAM-QTDE > ZEROS
                       ADD 1 TO WRK-CAM-ESTRANHOS
                   ELSE
                       MOVE "S"             TO WRK-CAM-HEADER
                       MOVE CAMH-DATA       TO WRK-CAM-DATA
                       MOVE CAMH-ARQUIVO-ID TO WRK-CAM-ARQUIVO-ID
                   END-IF
               WHEN "D"
                   IF NOT WRK-CAM-HEADER-SIM OR
                           CAMD-VALOR IS NOT NUMERIC OR
                           CAMD-DOC-DESTINO IS NOT NUMERIC
                       ADD 1 TO WRK-CAM-ESTRANHOS
                   ELSE
                       ADD 1          TO WRK-CAM-QTDE
                       ADD CAMD-VALOR TO WRK-CAM-SOMA
                   END-IF
               WHEN "T"
                   MOVE "S" TO WRK-CAM-TRAILER
                   IF CAMT-QTDE IS NUMERIC AND
                           CAMT-SOMA-VALOR IS NUMERIC
                       MOVE CAMT-QTDE       TO WRK-CAM-TRL-QTDE
                       MOVE CAMT-SOMA-VALOR TO WRK-CAM-TRL-SOMA
                   ELSE
                       ADD 1 TO WRK-CAM-ESTRANHOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-CAM-ESTRANHOS
           END-EVALUATE.

      *---- O MESMO ARQUIVO DA CAMARA NUNCA E CONVERTIDO DUAS VEZES
      *---- (RERUN DO PASSO CREDITARIA DE NOVO)

       1200-CONFERE-CONVERTIDO.
           OPEN INPUT REGISTRO-CONVERTIDOS.
           IF WRK-STATUS-CONVERTIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REGISTRO-CONVERTIDOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CRL-ARQUIVO-ID = WRK-CAM-ARQUIVO-ID
                           DISPLAY "ARQUIVO DA CAMARA "
                               WRK-CAM-ARQUIVO-ID
                               " JA CONVERTIDO EM " CRL-DATA
                           MOVE "N" TO WRK-CAM-OK
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-CONVERTIDOS.

      *---- CARREGA OS DETALHES DO ARQUIVO DE LANCAMENTOS PARA A
      *---- TABELA EM MEMORIA, GUARDANDO A DATA E A IDENTIFICACAO DO
      *---- HEADER; O TRAILER E DESCARTADO E REMONTADO NA REGRAVACAO

       1300-CARREGA-ENTRADA.
           MOVE ZEROS TO WRK-QTDE-DETALHES WRK-HASH-VALOR.

           OPEN INPUT ENTRADA-TRANSACOES.
           IF WRK-STATUS-ENTRADA NOT = "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS AUSENTE - SERA CRIADO "
                   "SO COM OS CREDITOS DA CAMARA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WRK-ENTRADA-EXISTE.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ENTRADA-TRANSACOES
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1400-GUARDA-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE ENTRADA-TRANSACOES.

      *---- A MESMA CRITICA DE ESTRUTURA DO CLIORDG E DO PRE-EDIT

       1400-GUARDA-REGISTRO.
           IF WRK-TEM-TRAILER-SIM
               ADD 1 TO WRK-QTDE-ESTRANHOS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE LANH-TIPO
               WHEN "H"
                   IF WRK-TEM-HEADER-SIM OR WRK-QTDE-DETALHES > ZEROS
                       ADD 1 TO WRK-QTDE-ESTRANHOS
                   ELSE
                       MOVE "S"             TO WRK-TEM-HEADER
                       MOVE LANH-DATA       TO WRK-HEADER-DATA
                       MOVE LANH-ARQUIVO-ID TO WRK-ARQUIVO-ID
                   END-IF
               WHEN "D"
                   IF NOT WRK-TEM-HEADER-SIM
                       ADD 1 TO WRK-QTDE-ESTRANHOS
                   ELSE
                       IF WRK-QTDE-DETALHES < 5000
                           ADD 1 TO WRK-QTDE-DETALHES
                           MOVE REG-ENTRADA TO
                               WRK-ENT-REG (WRK-QTDE-DETALHES)
                           IF ENT-VALOR IS NUMERIC
                               ADD ENT-VALOR TO WRK-HASH-VALOR
                           ELSE
                               ADD 1 TO WRK-QTDE-ESTRANHOS
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-TABELA-CHEIA
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE "S" TO WRK-TEM-TRAILER
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-ESTRANHOS
           END-EVALUATE.

       1500-CRITICA-ENTRADA.
           MOVE "S" TO WRK-ENTRADA-OK.

           IF NOT WRK-TEM-HEADER-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS SEM HEADER (FORMATO "
                   "ANTIGO?)"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-TEM-HEADER-SIM AND
                   WRK-HEADER-DATA NOT = PRM-DATA-PROCESSO
               DISPLAY "DATA DO HEADER " WRK-HEADER-DATA
                   " DIFERENTE DA DATA DO PROCESSAMENTO "
                   PRM-DATA-PROCESSO
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF NOT WRK-TEM-TRAILER-SIM
               DISPLAY "ARQUIVO DE LANCAMENTOS SEM TRAILER"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-QTDE-ESTRANHOS > ZEROS
               DISPLAY "REGISTROS FORA DE LUGAR OU DE TIPO INVALIDO: "
                   WRK-QTDE-ESTRANHOS
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

      *---- SEGUNDA LEITURA: CADA CREDITO VIRA DETALHE DO CLILAN OU
      *---- REGISTRO DE DEVOLUCAO

       2000-CONVERTE-CREDITOS.
           OPEN OUTPUT DEVOLUCOES.
           MOVE "H"                TO DEVH-TIPO
           MOVE PRM-DATA-PROCESSO  TO DEVH-DATA
           MOVE WRK-CAM-ARQUIVO-ID TO DEVH-ARQUIVO-ID
           WRITE DEV-HEADER.

           MOVE ZEROS TO WRK-TAB-MOTIVOS.

           OPEN INPUT CREDITOS-CAMARA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CREDITOS-CAMARA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CAMD-TIPO = "D"
                           PERFORM 2100-CONVERTE-CREDITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDITOS-CAMARA.

           MOVE "T"                  TO DEVT-TIPO
           MOVE WRK-QTDE-DEVOLVIDOS  TO DEVT-QTDE
           MOVE WRK-VALOR-DEVOLVIDOS TO DEVT-SOMA-VALOR
           WRITE DEV-TRAILER.
           CLOSE DEVOLUCOES.

       2100-CONVERTE-CREDITO.
           PERFORM 2200-RESOLVE-FAVORECIDO.

           IF NOT WRK-MOTIVO-NENHUM
               PERFORM 2300-DEVOLVE-CREDITO
               EXIT PARAGRAPH
           END-IF.

           MOVE "D"                  TO WRK-DET-TIPO
           MOVE WRK-OPERADOR         TO WRK-DET-OPERADOR
           MOVE WRK-CHAVE-FAVORECIDO TO WRK-DET-CHAVE
           MOVE "C"                  TO WRK-DET-OPERACAO
           MOVE CAMD-VALOR           TO WRK-DET-VALOR
           MOVE SPACES               TO WRK-DET-CHAVE-CONTRA
           MOVE SPACES               TO WRK-DET-NUM-ORIGINAL
                                        WRK-DET-CONTA-DESTINO
           MOVE ZEROS                TO WRK-DET-BANCO-DESTINO
                                        WRK-DET-AGENCIA-DESTINO
                                        WRK-DET-DOC-BENEFICIARIO

           ADD 1 TO WRK-QTDE-DETALHES
           MOVE WRK-ARQUIVO-ID    TO WRK-DET-NTR-ORIGEM
           MOVE WRK-QTDE-DETALHES TO WRK-DET-NTR-SEQUENCIA
           MOVE WRK-REG-DETALHE TO WRK-ENT-REG (WRK-QTDE-DETALHES)
           ADD CAMD-VALOR TO WRK-HASH-VALOR
           ADD 1          TO WRK-QTDE-CONVERTIDOS
           ADD CAMD-VALOR TO WRK-VALOR-CONVERTIDOS.

      *---- FAVORECIDO PELA CHAVE DA CONTA OU, SEM ELA, PELO CPF/CNPJ
      *---- NO INDICE CRUZADO; SO CONTA ATIVA OU DORMENTE (A POSTAGEM
      *---- A REATIVA) EM BRL RECEBE O CREDITO

       2200-RESOLVE-FAVORECIDO.
           MOVE SPACES TO WRK-MOTIVO WRK-CHAVE-FAVORECIDO.

           IF CAMD-VALOR IS EQUAL TO ZERO
               MOVE "04" TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF CAMD-CHAVE-DESTINO NOT = SPACES
               MOVE CAMD-CHAVE-DESTINO TO WRK-CHAVE-FAVORECIDO
           ELSE
               IF CAMD-DOC-DESTINO = ZEROS OR
                       NOT WRK-XREF-DISPONIVEL-SIM
                   MOVE "01" TO WRK-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE CAMD-DOC-DESTINO TO XRF-DOCUMENTO
               READ XREF-DOCUMENTOS
                   INVALID KEY
                       MOVE "01" TO WRK-MOTIVO
                       EXIT PARAGRAPH
               END-READ
               MOVE XRF-CHAVE TO WRK-CHAVE-FAVORECIDO
           END-IF.

           MOVE WRK-CHAVE-FAVORECIDO TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   MOVE "01" TO WRK-MOTIVO
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN CM-SITUACAO = "E"
                   MOVE "02" TO WRK-MOTIVO
               WHEN CM-SITUACAO = "B"
                   MOVE "03" TO WRK-MOTIVO
               WHEN CM-MOEDA NOT = "BRL" AND CM-MOEDA NOT = SPACES
                   MOVE "05" TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-DEVOLVE-CREDITO.
           MOVE "D"                 TO DEVD-TIPO
           MOVE CAMD-MODALIDADE     TO DEVD-MODALIDADE
           MOVE CAMD-ID-CAMARA      TO DEVD-ID-CAMARA
           MOVE CAMD-BANCO-ORIGEM   TO DEVD-BANCO-ORIGEM
           MOVE CAMD-DOC-REMETENTE  TO DEVD-DOC-REMETENTE
           MOVE CAMD-CHAVE-DESTINO  TO DEVD-CHAVE-DESTINO
           MOVE CAMD-DOC-DESTINO    TO DEVD-DOC-DESTINO
           MOVE CAMD-VALOR          TO DEVD-VALOR
           MOVE WRK-MOTIVO          TO DEVD-MOTIVO
           WRITE DEV-DETALHE.

           ADD 1          TO WRK-QTDE-DEVOLVIDOS.
           ADD CAMD-VALOR TO WRK-VALOR-DEVOLVIDOS.

           MOVE WRK-MOTIVO (2:1) TO WRK-MOT-IND.
           ADD 1          TO WRK-MOT-QTDE (WRK-MOT-IND).
           ADD CAMD-VALOR TO WRK-MOT-VALOR (WRK-MOT-IND).

           DISPLAY "CREDITO DEVOLVIDO (MOTIVO " WRK-MOTIVO "): "
               CAMD-ID-CAMARA " " CAMD-VALOR.

      *---- REGRAVA O ARQUIVO DE LANCAMENTOS POR INTEIRO: HEADER
      *---- (PRESERVADO OU CRIADO), DETALHES E TRAILER COM QUANTIDADE
      *---- E SOMA ATUALIZADAS - O MESMO IDIOMA DO CLIORDG

       3000-REGRAVA-ENTRADA.
           OPEN OUTPUT ENTRADA-TRANSACOES.

           MOVE "H"             TO LANH-TIPO
           MOVE WRK-HEADER-DATA TO LANH-DATA
           MOVE WRK-ARQUIVO-ID  TO LANH-ARQUIVO-ID
           WRITE LAN-HEADER.

           PERFORM VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QTDE-DETALHES
               MOVE WRK-ENT-REG (WRK-IND-ENT) TO REG-ENTRADA
               IF ENT-NUM-TRANSACAO = SPACES
                   MOVE WRK-ARQUIVO-ID TO ENT-NTR-ORIGEM
                   MOVE WRK-IND-ENT    TO ENT-NTR-SEQUENCIA
               END-IF
               WRITE REG-ENTRADA
           END-PERFORM.

           MOVE "T"               TO LANT-TIPO
           MOVE WRK-QTDE-DETALHES TO LANT-QTDE
           MOVE WRK-HASH-VALOR    TO LANT-HASH-VALOR
           WRITE LAN-TRAILER.

           CLOSE ENTRADA-TRANSACOES.

       3500-REGISTRA-CONVERTIDO.
           OPEN EXTEND REGISTRO-CONVERTIDOS.
           IF WRK-STATUS-CONVERTIDOS NOT = "00"
               OPEN OUTPUT REGISTRO-CONVERTIDOS
           END-IF.

           MOVE WRK-CAM-ARQUIVO-ID TO CRL-ARQUIVO-ID
           MOVE PRM-DATA-PROCESSO  TO CRL-DATA
           WRITE REG-ARQUIVO-CONVERTIDO.

           CLOSE REGISTRO-CONVERTIDOS.

      *---- RELATORIO DE PENDENCIAS: OS CREDITOS EM SUSPENSO PARA
      *---- DEVOLUCAO, O RESUMO POR MOTIVO E O TOTAL CONVERTIDO

       4000-IMPRIME-PENDENCIAS.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-CAM-ARQUIVO-ID TO CAB-ARQUIVO-ID.
           MOVE PRM-DATA-PROCESSO  TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

           IF WRK-QTDE-DEVOLVIDOS IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-DEVOLUCAO
           ELSE
               OPEN INPUT DEVOLUCOES
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ DEVOLUCOES
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF DEVD-TIPO = "D"
                               PERFORM 4100-IMPRIME-DEVOLUCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCOES
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-RESUMO.
           PERFORM VARYING WRK-MOT-IND FROM 1 BY 1
                   UNTIL WRK-MOT-IND > 5
               MOVE WRK-MOT-IND                   TO DET-MOT-CODIGO
               MOVE WRK-DESC-MOTIVO (WRK-MOT-IND) TO DET-MOT-DESCRICAO
               MOVE WRK-MOT-QTDE (WRK-MOT-IND)    TO DET-MOT-QTDE-ED
               MOVE WRK-MOT-VALOR (WRK-MOT-IND)   TO DET-MOT-VALOR-ED
               WRITE LINHA-RELATORIO FROM DET-MOTIVO-TOTAL
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTDE-DEVOLVIDOS   TO DET-TOT-QTDE-ED.
           MOVE WRK-VALOR-DEVOLVIDOS  TO DET-TOT-VALOR-ED.
           WRITE LINHA-RELATORIO FROM DET-TOTAL.
           MOVE WRK-QTDE-CONVERTIDOS  TO DET-CONV-QTDE-ED.
           MOVE WRK-VALOR-CONVERTIDOS TO DET-CONV-VALOR-ED.
           WRITE LINHA-RELATORIO FROM DET-CONVERTIDOS.

           CLOSE RELATORIO.

       4100-IMPRIME-DEVOLUCAO.
           MOVE DEVD-MODALIDADE     TO DET-MODALIDADE
           MOVE DEVD-ID-CAMARA      TO DET-ID-CAMARA
           MOVE DEVD-CHAVE-DESTINO  TO DET-CHAVE
           MOVE DEVD-DOC-DESTINO    TO DET-DOCUMENTO
           MOVE DEVD-VALOR          TO DET-VALOR-ED
           MOVE DEVD-MOTIVO         TO DET-MOTIVO
           WRITE LINHA-RELATORIO FROM DET-DEVOLUCAO.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE: QTD1 CREDITOS RECEBIDOS, QTD2
      *---- CONVERTIDOS, QTD3 DEVOLVIDOS, TOTAL1 VALOR CONVERTIDO,
      *---- TOTAL2 VALOR DEVOLVIDO

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)   TO RUN-DATA
           MOVE "CLICRED"             TO RUN-PASSO
           MOVE WRK-CAM-QTDE          TO RUN-QTD1
           MOVE WRK-QTDE-CONVERTIDOS  TO RUN-QTD2
           MOVE WRK-QTDE-DEVOLVIDOS   TO RUN-QTD3
           MOVE ZEROS                 TO RUN-QTD4
           MOVE WRK-VALOR-CONVERTIDOS TO RUN-TOTAL1
           MOVE WRK-VALOR-DEVOLVIDOS  TO RUN-TOTAL2
           MOVE RETURN-CODE           TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

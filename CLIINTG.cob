      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIINTG.
      * VARREDURA DE INTEGRIDADE ENTRE O MESTRE DE CLIENTES (CLIMST)
      * E OS ARQUIVOS QUE APONTAM PARA ELE - SO LEITURA, NENHUM
      * ARQUIVO E ALTERADO. CONFERE OS INDICES CRUZADOS (CLIXRF,
      * CLICOTX) CONTRA O MESTRE E OS COTITULARES (CLICOT), OS
      * CADASTROS POR CONTA (CLICTT, CLIBLQ, CLIORD, CLICHQ, CLIAVP),
      * A AGENCIA DO MESTRE (CLIAGE) E AS PENDENCIAS (CLIPND, CLIREJ)
      * DE CONTAS ENCERRADAS. RODA NO CLIBATCH LOGO DEPOIS DA
      * DESCARGA DE SEGURANCA E E O PASSO A RODAR A MAO DEPOIS DE UMA
      * RECARGA (CLIRELD) OU RECUPERACAO (CLIFRCV) DO MESTRE.
      * CADA OCORRENCIA SAI NA LISTAGEM CLIINTG.LST AGRUPADA POR
      * REGRA, COM RESUMO DAS QUANTIDADES; QUALQUER OCORRENCIA
      * DEVOLVE CONDITION CODE 8 E PARA A CADEIA. ARQUIVO SATELITE
      * AUSENTE NAO E OCORRENCIA: A REGRA SAI COMO NAO VERIFICADA
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

           SELECT XREF-COTITULARES ASSIGN TO "CLICOTX"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTX-ID
               FILE STATUS    IS WRK-STATUS-XREF-COTIT.

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTT-CHAVE
               FILE STATUS    IS WRK-STATUS-CONTATOS.

           SELECT BLOQUEIOS ASSIGN TO "CLIBLQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS BLQ-ID
               FILE STATUS    IS WRK-STATUS-BLOQUEIOS.

           SELECT ORDENS-PERMANENTES ASSIGN TO "CLIORD"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS ORD-ID
               FILE STATUS    IS WRK-STATUS-ORDENS.

           SELECT CHEQUE-ESPECIAL ASSIGN TO "CLICHQ"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CHQ-CHAVE
               FILE STATUS    IS WRK-STATUS-CHEQUE.

           SELECT PREFERENCIAS ASSIGN TO "CLIAVP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AVP-CHAVE
               FILE STATUS    IS WRK-STATUS-PREFERENCIAS.

           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

           SELECT PENDENTES-APROVACAO ASSIGN TO "CLIPND"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PENDENTES.

           SELECT REJEITOS ASSIGN TO "CLIREJ"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REJEITOS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT RELATORIO ASSIGN TO "CLIINTG.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  XREF-DOCUMENTOS
           LABEL RECORD IS STANDARD.
           COPY CLIXRF.

       FD  COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOT.

       FD  XREF-COTITULARES
           LABEL RECORD IS STANDARD.
           COPY CLICOTX.

       FD  CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CLICTT.

       FD  BLOQUEIOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  ORDENS-PERMANENTES
           LABEL RECORD IS STANDARD.
           COPY CLIORD.

       FD  CHEQUE-ESPECIAL
           LABEL RECORD IS STANDARD.
           COPY CLICHQ.

       FD  PREFERENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAVP.

       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       FD  PENDENTES-APROVACAO
           LABEL RECORD IS STANDARD.
           COPY CLIPND.

       FD  REJEITOS
           LABEL RECORD IS STANDARD.
           COPY CLIREJ.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-XREF      PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-COTIT     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-XREF-COTIT PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTATOS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-BLOQUEIOS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ORDENS    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CHEQUE    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PREFERENCIAS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AGENCIAS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PENDENTES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-REJEITOS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM           VALUE "S".
       01  WRK-FIM-COTIT        PICTURE X(01) VALUE "N".
           88  WRK-FIM-COTIT-SIM             VALUE "S".
       01  WRK-COTIT-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-COTIT-DISPONIVEL-SIM      VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.

      *---- CONTA PROCURADA NO MESTRE (7300-LE-CONTA)
       01  WRK-CONTA            PICTURE X(10) VALUE SPACES.
       01  WRK-CONTA-EXISTE     PICTURE X(01) VALUE "N".
           88  WRK-CONTA-EXISTE-SIM          VALUE "S".
       01  WRK-CONTA-ENCERRADA  PICTURE X(01) VALUE "N".
           88  WRK-CONTA-ENCERRADA-SIM       VALUE "S".

      *---- COTITULAR PROCURADO NO CLICOT (7400-PROCURA-COTITULAR)
       01  WRK-DOC-PROCURADO    PICTURE 9(14) VALUE ZEROS.
       01  WRK-ACHOU            PICTURE X(01) VALUE "N".
           88  WRK-ACHOU-SIM                 VALUE "S".

       01  WRK-DOCUMENTO        PICTURE 9(14) VALUE ZEROS.
       01  WRK-TIPO-ED          PICTURE 9(01) VALUE ZERO.
       01  WRK-AGENCIA-ED       PICTURE 9(04) VALUE ZEROS.

      *---- OCORRENCIAS POR REGRA, PARA O RESUMO E O LOG DE EXECUCAO
      *---- WRK-REG-VERIFICADA: S-VERIFICADA  N-ARQUIVO AUSENTE
       01  WRK-REGRA            PICTURE 9(02) VALUE ZEROS.
       01  WRK-TAB-REGRAS.
           05  WRK-REG-ENT OCCURS 18 TIMES.
               10  WRK-REG-QTDE          PICTURE 9(07).
               10  WRK-REG-VERIFICADA    PICTURE X(01).
       01  WRK-TAB-DESC-REGRAS.
           05  FILLER PICTURE X(45) VALUE
               "CLIXRF APONTA PARA CONTA INEXISTENTE".
           05  FILLER PICTURE X(45) VALUE
               "CLIXRF APONTA PARA CONTA ENCERRADA".
           05  FILLER PICTURE X(45) VALUE
               "CLIXRF COM DOCUMENTO QUE NAO E DA CONTA".
           05  FILLER PICTURE X(45) VALUE
               "DOCUMENTO DO MESTRE FORA DO CLIXRF".
           05  FILLER PICTURE X(45) VALUE
               "COTITULAR SEM CONTA CONJUNTA NO MESTRE".
           05  FILLER PICTURE X(45) VALUE
               "CLICOTX SEM COTITULAR CORRESPONDENTE".
           05  FILLER PICTURE X(45) VALUE
               "COTITULAR SEM ENTRADA NO CLICOTX".
           05  FILLER PICTURE X(45) VALUE
               "CONTATO DE CONTA INEXISTENTE".
           05  FILLER PICTURE X(45) VALUE
               "BLOQUEIO DE CONTA INEXISTENTE".
           05  FILLER PICTURE X(45) VALUE
               "ORDEM PERMANENTE DE CONTA INEXISTENTE".
           05  FILLER PICTURE X(45) VALUE
               "BLOQUEIO ATIVO EM CONTA ENCERRADA".
           05  FILLER PICTURE X(45) VALUE
               "ORDEM PERMANENTE ATIVA EM CONTA ENCERRADA".
           05  FILLER PICTURE X(45) VALUE
               "ORDEM DE TRANSFERENCIA SEM CONTRAPARTIDA".
           05  FILLER PICTURE X(45) VALUE
               "PENDENCIA DE APROVACAO DE CONTA ENCERRADA".
           05  FILLER PICTURE X(45) VALUE
               "REJEITO PENDENTE DE CONTA ENCERRADA".
           05  FILLER PICTURE X(45) VALUE
               "AGENCIA DO MESTRE NAO CADASTRADA".
           05  FILLER PICTURE X(45) VALUE
               "CHEQUE ESPECIAL DE CONTA INEXISTENTE".
           05  FILLER PICTURE X(45) VALUE
               "PREFERENCIA DE AVISO DE CONTA INEXISTENTE".
       01  WRK-TAB-DESC-R REDEFINES WRK-TAB-DESC-REGRAS.
           05  WRK-DESC-REGRA    PICTURE X(45) OCCURS 18 TIMES.

       01  WRK-QTDE-LIDOS       PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-OCORRENCIAS PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-REGRAS-OCOR PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-NAO-VERIF   PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "INTEGRIDADE ENTRE ARQUIVOS - OCORRENCIAS".
           05  FILLER               PICTURE X(04)  VALUE " EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-REGRA.
           05  FILLER               PICTURE X(06)  VALUE "REGRA ".
           05  CAB-REG-CODIGO       PICTURE 9(02).
           05  FILLER               PICTURE X(03)  VALUE " - ".
           05  CAB-REG-DESCRICAO    PICTURE X(45).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(25)  VALUE "REGISTRO".
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(40)  VALUE "OBSERVACAO".
       01  DET-OCORRENCIA.
           05  DET-REGISTRO         PICTURE X(24).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CONTA            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-OBSERVACAO       PICTURE X(40).
       01  DET-SEM-OCORRENCIA.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUMA OCORRENCIA".
       01  DET-NAO-VERIFICADA.
           05  FILLER               PICTURE X(08)  VALUE "ARQUIVO ".
           05  DET-NV-ARQUIVO       PICTURE X(08).
           05  FILLER               PICTURE X(40)  VALUE
               "AUSENTE - REGRA NAO VERIFICADA".
       01  DET-TOTAL-REGRA.
           05  FILLER               PICTURE X(40)  VALUE
               "OCORRENCIAS NA REGRA".
           05  DET-TR-QTDE-ED       PICTURE ZZZ.ZZ9.
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO POR REGRA".
       01  DET-RESUMO.
           05  DET-RES-CODIGO       PICTURE 9(02).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RES-DESCRICAO    PICTURE X(45).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RES-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RES-SITUACAO     PICTURE X(14).
       01  DET-RES-TOTAL.
           05  FILLER               PICTURE X(48)  VALUE
               "   TOTAL DE OCORRENCIAS".
           05  DET-RES-TOTAL-ED     PICTURE ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-HORA (1:8) TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.

           PERFORM 2010-XRF-CONTA-INEXISTENTE.
           PERFORM 2020-XRF-CONTA-ENCERRADA.
           PERFORM 2030-XRF-DOCUMENTO-ALHEIO.
           PERFORM 2040-MESTRE-FORA-DO-XRF.
           PERFORM 2050-COTITULAR-NAO-CONJUNTA.
           PERFORM 2060-CLICOTX-SEM-COTITULAR.
           PERFORM 2070-COTITULAR-SEM-CLICOTX.
           PERFORM 2080-CONTATO-SEM-CONTA.
           PERFORM 2090-BLOQUEIO-SEM-CONTA.
           PERFORM 2100-ORDEM-SEM-CONTA.
           PERFORM 2110-BLOQUEIO-CONTA-ENCERRADA.
           PERFORM 2120-ORDEM-CONTA-ENCERRADA.
           PERFORM 2130-ORDEM-SEM-CONTRAPARTIDA.
           PERFORM 2140-PENDENCIA-CONTA-ENCERRADA.
           PERFORM 2150-REJEITO-CONTA-ENCERRADA.
           PERFORM 2160-AGENCIA-INEXISTENTE.
           PERFORM 2170-CHEQUE-SEM-CONTA.
           PERFORM 2180-PREFERENCIA-SEM-CONTA.

           CLOSE CLIENTES-MASTER.

           PERFORM 4000-IMPRIME-RESUMO.
           CLOSE RELATORIO.

           MOVE WRK-QTDE-LIDOS TO WRK-CONTADOR-ED.
           DISPLAY "REGISTROS CONFERIDOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-OCORRENCIAS TO WRK-CONTADOR-ED.
           DISPLAY "OCORRENCIAS DE INTEGRIDADE: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-REGRAS-OCOR TO WRK-CONTADOR-ED.
           DISPLAY "REGRAS COM OCORRENCIA: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-NAO-VERIF TO WRK-CONTADOR-ED.
           DISPLAY "REGRAS NAO VERIFICADAS (ARQUIVO AUSENTE): "
               WRK-CONTADOR-ED.

           IF WRK-QTDE-OCORRENCIAS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- REGRA 01: ENTRADA DO INDICE DE DOCUMENTOS CUJA CONTA NAO
      *---- EXISTE NO MESTRE

       2010-XRF-CONTA-INEXISTENTE.
           MOVE 1 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF NOT = "00"
               MOVE "CLIXRF" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ XREF-DOCUMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE XRF-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE XRF-DOCUMENTO TO DET-REGISTRO
                           MOVE XRF-CHAVE     TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-DOCUMENTOS.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 02: ENTRADA DO INDICE DE DOCUMENTOS CUJA CONTA ESTA
      *---- ENCERRADA (O ENCERRAMENTO LIBERA O DOCUMENTO)

       2020-XRF-CONTA-ENCERRADA.
           MOVE 2 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF NOT = "00"
               MOVE "CLIXRF" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ XREF-DOCUMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE XRF-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF WRK-CONTA-ENCERRADA-SIM
                           MOVE XRF-DOCUMENTO TO DET-REGISTRO
                           MOVE XRF-CHAVE     TO DET-CONTA
                           MOVE "CONTA ENCERRADA" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-DOCUMENTOS.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 03: ENTRADA DO INDICE DE DOCUMENTOS DE CONTA EM
      *---- VIGOR CUJO DOCUMENTO NAO E O CPF/CNPJ DO MESTRE NEM O CPF
      *---- DE UM COTITULAR DA CONTA

       2030-XRF-DOCUMENTO-ALHEIO.
           MOVE 3 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF NOT = "00"
               MOVE "CLIXRF" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ XREF-DOCUMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2031-CONFERE-DOCUMENTO
               END-READ
           END-PERFORM.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
               MOVE "N" TO WRK-COTIT-DISPONIVEL
           END-IF.
           CLOSE XREF-DOCUMENTOS.
           PERFORM 7200-FECHA-REGRA.

       2031-CONFERE-DOCUMENTO.
           MOVE XRF-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           IF NOT WRK-CONTA-EXISTE-SIM OR WRK-CONTA-ENCERRADA-SIM
               EXIT PARAGRAPH
           END-IF.

           IF XRF-DOCUMENTO = CM-CPF OR XRF-DOCUMENTO = CM-CNPJ
               EXIT PARAGRAPH
           END-IF.

           MOVE XRF-DOCUMENTO TO WRK-DOC-PROCURADO.
           PERFORM 7400-PROCURA-COTITULAR.
           IF WRK-ACHOU-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE XRF-DOCUMENTO TO DET-REGISTRO
           MOVE XRF-CHAVE     TO DET-CONTA
           MOVE "NEM TITULAR NEM COTITULAR DA CONTA" TO
               DET-OBSERVACAO
           PERFORM 7100-APONTA.

      *---- REGRA 04: CPF/CNPJ DE CONTA EM VIGOR AUSENTE DO INDICE DE
      *---- DOCUMENTOS OU INDEXADO PARA OUTRA CONTA

       2040-MESTRE-FORA-DO-XRF.
           MOVE 4 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT XREF-DOCUMENTOS.
           IF WRK-STATUS-XREF NOT = "00"
               MOVE "CLIXRF" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

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
                       ADD 1 TO WRK-QTDE-LIDOS
                       IF CM-SITUACAO NOT = "E"
                           IF CM-CPF NOT = ZEROS
                               MOVE CM-CPF TO WRK-DOCUMENTO
                               PERFORM 2041-CONFERE-XRF
                           END-IF
                           IF CM-CNPJ NOT = ZEROS
                               MOVE CM-CNPJ TO WRK-DOCUMENTO
                               PERFORM 2041-CONFERE-XRF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-DOCUMENTOS.
           PERFORM 7200-FECHA-REGRA.

       2041-CONFERE-XRF.
           MOVE WRK-DOCUMENTO TO XRF-DOCUMENTO.
           READ XREF-DOCUMENTOS
               INVALID KEY
                   MOVE WRK-DOCUMENTO TO DET-REGISTRO
                   MOVE CM-CHAVE      TO DET-CONTA
                   MOVE "DOCUMENTO AUSENTE DO CLIXRF" TO DET-OBSERVACAO
                   PERFORM 7100-APONTA
                   EXIT PARAGRAPH
           END-READ.

           IF XRF-CHAVE NOT = CM-CHAVE
               MOVE WRK-DOCUMENTO TO DET-REGISTRO
               MOVE CM-CHAVE      TO DET-CONTA
               MOVE SPACES        TO DET-OBSERVACAO
               STRING "INDEXADO PARA A CONTA " DELIMITED BY SIZE
                      XRF-CHAVE                DELIMITED BY SIZE
                   INTO DET-OBSERVACAO
               END-STRING
               PERFORM 7100-APONTA
           END-IF.

      *---- REGRA 05: COTITULAR DE CONTA QUE NAO EXISTE OU QUE NAO E
      *---- CONJUNTA (TIPO 4); O COTITULAR DE CONTA ENCERRADA FICA
      *---- COMO HISTORICO E NAO E OCORRENCIA

       2050-COTITULAR-NAO-CONJUNTA.
           MOVE 5 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT NOT = "00"
               MOVE "CLICOT" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 2051-CONFERE-TIPO
               END-READ
           END-PERFORM.

           CLOSE COTITULARES.
           PERFORM 7200-FECHA-REGRA.

       2051-CONFERE-TIPO.
           MOVE COT-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.

           MOVE COT-ID    TO DET-REGISTRO
           MOVE COT-CHAVE TO DET-CONTA
           IF NOT WRK-CONTA-EXISTE-SIM
               MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
               PERFORM 7100-APONTA
               EXIT PARAGRAPH
           END-IF.

           IF CM-TIPO-CONTA NOT = 4
               MOVE CM-TIPO-CONTA TO WRK-TIPO-ED
               MOVE SPACES        TO DET-OBSERVACAO
               STRING "CONTA DE TIPO " DELIMITED BY SIZE
                      WRK-TIPO-ED      DELIMITED BY SIZE
                      " - NAO CONJUNTA" DELIMITED BY SIZE
                   INTO DET-OBSERVACAO
               END-STRING
               PERFORM 7100-APONTA
           END-IF.

      *---- REGRA 06: ENTRADA DO INDICE DE COTITULARES SEM O REGISTRO
      *---- DE COTITULAR (MESMA CONTA E CPF) OU DE CONTA ENCERRADA
      *---- (O ENCERRAMENTO LIBERA A ENTRADA)

       2060-CLICOTX-SEM-COTITULAR.
           MOVE 6 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT XREF-COTITULARES.
           IF WRK-STATUS-XREF-COTIT NOT = "00"
               MOVE "CLICOTX" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT = "00"
               MOVE "S" TO WRK-COTIT-DISPONIVEL
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ XREF-COTITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 2061-CONFERE-ENTRADA
               END-READ
           END-PERFORM.

           IF WRK-COTIT-DISPONIVEL-SIM
               CLOSE COTITULARES
               MOVE "N" TO WRK-COTIT-DISPONIVEL
           END-IF.
           CLOSE XREF-COTITULARES.
           PERFORM 7200-FECHA-REGRA.

       2061-CONFERE-ENTRADA.
           MOVE CTX-ID    TO DET-REGISTRO
           MOVE CTX-CHAVE TO DET-CONTA

           MOVE CTX-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           IF WRK-CONTA-ENCERRADA-SIM
               MOVE "CONTA ENCERRADA" TO DET-OBSERVACAO
               PERFORM 7100-APONTA
               EXIT PARAGRAPH
           END-IF.

           MOVE CTX-CPF TO WRK-DOC-PROCURADO.
           PERFORM 7400-PROCURA-COTITULAR.
           IF NOT WRK-ACHOU-SIM
               MOVE "CPF NAO E COTITULAR DA CONTA NO CLICOT" TO
                   DET-OBSERVACAO
               PERFORM 7100-APONTA
           END-IF.

      *---- REGRA 07: COTITULAR DE CONTA EM VIGOR SEM A ENTRADA
      *---- CORRESPONDENTE NO INDICE DE COTITULARES

       2070-COTITULAR-SEM-CLICOTX.
           MOVE 7 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT COTITULARES.
           IF WRK-STATUS-COTIT NOT = "00"
               MOVE "CLICOT" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT XREF-COTITULARES.
           IF WRK-STATUS-XREF-COTIT NOT = "00"
               CLOSE COTITULARES
               MOVE "CLICOTX" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2071-CONFERE-CLICOTX
               END-READ
           END-PERFORM.

           CLOSE COTITULARES.
           CLOSE XREF-COTITULARES.
           PERFORM 7200-FECHA-REGRA.

       2071-CONFERE-CLICOTX.
           MOVE COT-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           IF NOT WRK-CONTA-EXISTE-SIM OR WRK-CONTA-ENCERRADA-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE COT-CPF   TO CTX-CPF.
           MOVE COT-CHAVE TO CTX-CHAVE.
           READ XREF-COTITULARES
               INVALID KEY
                   MOVE COT-ID    TO DET-REGISTRO
                   MOVE COT-CHAVE TO DET-CONTA
                   MOVE "CPF DO COTITULAR AUSENTE DO CLICOTX" TO
                       DET-OBSERVACAO
                   PERFORM 7100-APONTA
           END-READ.

      *---- REGRA 08: CONTATO DE CONTA QUE NAO EXISTE NO MESTRE

       2080-CONTATO-SEM-CONTA.
           MOVE 8 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT CONTATOS.
           IF WRK-STATUS-CONTATOS NOT = "00"
               MOVE "CLICTT" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE CTT-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE CTT-CHAVE TO DET-REGISTRO
                           MOVE CTT-CHAVE TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTATOS.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 09: BLOQUEIO PARCIAL DE CONTA QUE NAO EXISTE

       2090-BLOQUEIO-SEM-CONTA.
           MOVE 9 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS NOT = "00"
               MOVE "CLIBLQ" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ BLOQUEIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE BLQ-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE BLQ-ID    TO DET-REGISTRO
                           MOVE BLQ-CHAVE TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BLOQUEIOS.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 10: ORDEM PERMANENTE DE CONTA QUE NAO EXISTE

       2100-ORDEM-SEM-CONTA.
           MOVE 10 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT ORDENS-PERMANENTES.
           IF WRK-STATUS-ORDENS NOT = "00"
               MOVE "CLIORD" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ORDENS-PERMANENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE ORD-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE ORD-ID    TO DET-REGISTRO
                           MOVE ORD-CHAVE TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDENS-PERMANENTES.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 11: BLOQUEIO AINDA ATIVO EM CONTA ENCERRADA

       2110-BLOQUEIO-CONTA-ENCERRADA.
           MOVE 11 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS NOT = "00"
               MOVE "CLIBLQ" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ BLOQUEIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF BLQ-SITUACAO = "A"
                           MOVE BLQ-CHAVE TO WRK-CONTA
                           PERFORM 7300-LE-CONTA
                           IF WRK-CONTA-ENCERRADA-SIM
                               MOVE BLQ-ID    TO DET-REGISTRO
                               MOVE BLQ-CHAVE TO DET-CONTA
                               MOVE "BLOQUEIO ATIVO" TO DET-OBSERVACAO
                               PERFORM 7100-APONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BLOQUEIOS.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 12: ORDEM PERMANENTE AINDA ATIVA EM CONTA ENCERRADA

       2120-ORDEM-CONTA-ENCERRADA.
           MOVE 12 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT ORDENS-PERMANENTES.
           IF WRK-STATUS-ORDENS NOT = "00"
               MOVE "CLIORD" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ORDENS-PERMANENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ORD-SITUACAO = "A"
                           MOVE ORD-CHAVE TO WRK-CONTA
                           PERFORM 7300-LE-CONTA
                           IF WRK-CONTA-ENCERRADA-SIM
                               MOVE ORD-ID    TO DET-REGISTRO
                               MOVE ORD-CHAVE TO DET-CONTA
                               MOVE "ORDEM ATIVA" TO DET-OBSERVACAO
                               PERFORM 7100-APONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDENS-PERMANENTES.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 13: ORDEM DE TRANSFERENCIA ATIVA CUJA CONTA DE
      *---- CONTRAPARTIDA NAO EXISTE OU ESTA ENCERRADA (A ORDEM CAIRIA
      *---- TODO MES NA POSTAGEM)

       2130-ORDEM-SEM-CONTRAPARTIDA.
           MOVE 13 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT ORDENS-PERMANENTES.
           IF WRK-STATUS-ORDENS NOT = "00"
               MOVE "CLIORD" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ORDENS-PERMANENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ORD-SITUACAO = "A" AND ORD-OPERACAO = "T"
                           PERFORM 2131-CONFERE-CONTRAPARTIDA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDENS-PERMANENTES.
           PERFORM 7200-FECHA-REGRA.

       2131-CONFERE-CONTRAPARTIDA.
           MOVE ORD-CHAVE-CONTRA TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.

           MOVE ORD-ID    TO DET-REGISTRO
           MOVE ORD-CHAVE TO DET-CONTA
           MOVE SPACES    TO DET-OBSERVACAO
           EVALUATE TRUE
               WHEN NOT WRK-CONTA-EXISTE-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          ORD-CHAVE-CONTRA DELIMITED BY SIZE
                          " INEXISTENTE"   DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
               WHEN WRK-CONTA-ENCERRADA-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          ORD-CHAVE-CONTRA DELIMITED BY SIZE
                          " ENCERRADA"     DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
           END-EVALUATE.

      *---- REGRA 14: LANCAMENTO AINDA PENDENTE DE APROVACAO (CLIPND)
      *---- PARA CONTA OU CONTRAPARTIDA ENCERRADA OU INEXISTENTE

       2140-PENDENCIA-CONTA-ENCERRADA.
           MOVE 14 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT PENDENTES-APROVACAO.
           IF WRK-STATUS-PENDENTES NOT = "00"
               MOVE "CLIPND" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PENDENTES-APROVACAO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       IF PND-STATUS = "P" OR PND-STATUS = SPACE
                           PERFORM 2141-CONFERE-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDENTES-APROVACAO.
           PERFORM 7200-FECHA-REGRA.

       2141-CONFERE-PENDENCIA.
           MOVE SPACES        TO DET-REGISTRO
           STRING PND-DATA    DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  PND-HORA    DELIMITED BY SIZE
               INTO DET-REGISTRO
           END-STRING
           MOVE PND-CHAVE     TO DET-CONTA

           MOVE PND-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           EVALUATE TRUE
               WHEN NOT WRK-CONTA-EXISTE-SIM
                   MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                   PERFORM 7100-APONTA
                   EXIT PARAGRAPH
               WHEN WRK-CONTA-ENCERRADA-SIM
                   MOVE "CONTA ENCERRADA"   TO DET-OBSERVACAO
                   PERFORM 7100-APONTA
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF PND-OPERACAO NOT = "T"
               EXIT PARAGRAPH
           END-IF.

           MOVE PND-CHAVE-CONTRA TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           MOVE SPACES TO DET-OBSERVACAO
           EVALUATE TRUE
               WHEN NOT WRK-CONTA-EXISTE-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          PND-CHAVE-CONTRA DELIMITED BY SIZE
                          " INEXISTENTE"   DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
               WHEN WRK-CONTA-ENCERRADA-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          PND-CHAVE-CONTRA DELIMITED BY SIZE
                          " ENCERRADA"     DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
           END-EVALUATE.

      *---- REGRA 15: REJEITO AINDA PENDENTE (CLIREJ, STATUS P OU
      *---- ESPACO) DE CONTA OU CONTRAPARTIDA ENCERRADA OU INEXISTENTE

       2150-REJEITO-CONTA-ENCERRADA.
           MOVE 15 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT REJEITOS.
           IF WRK-STATUS-REJEITOS NOT = "00"
               MOVE "CLIREJ" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REJEITOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       IF REJ-STATUS = "P" OR REJ-STATUS = SPACE
                           PERFORM 2151-CONFERE-REJEITO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJEITOS.
           PERFORM 7200-FECHA-REGRA.

       2151-CONFERE-REJEITO.
           MOVE SPACES        TO DET-REGISTRO
           STRING REJ-DATA    DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  REJ-HORA    DELIMITED BY SIZE
               INTO DET-REGISTRO
           END-STRING
           MOVE REJ-CHAVE     TO DET-CONTA

           MOVE REJ-CHAVE TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           EVALUATE TRUE
               WHEN NOT WRK-CONTA-EXISTE-SIM
                   MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                   PERFORM 7100-APONTA
                   EXIT PARAGRAPH
               WHEN WRK-CONTA-ENCERRADA-SIM
                   MOVE "CONTA ENCERRADA"   TO DET-OBSERVACAO
                   PERFORM 7100-APONTA
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF REJ-CHAVE-CONTRA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE REJ-CHAVE-CONTRA TO WRK-CONTA.
           PERFORM 7300-LE-CONTA.
           MOVE SPACES TO DET-OBSERVACAO
           EVALUATE TRUE
               WHEN NOT WRK-CONTA-EXISTE-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          REJ-CHAVE-CONTRA DELIMITED BY SIZE
                          " INEXISTENTE"   DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
               WHEN WRK-CONTA-ENCERRADA-SIM
                   STRING "CONTRAPARTIDA " DELIMITED BY SIZE
                          REJ-CHAVE-CONTRA DELIMITED BY SIZE
                          " ENCERRADA"     DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
           END-EVALUATE.

      *---- REGRA 16: CONTA COM AGENCIA QUE NAO ESTA NO CADASTRO DE
      *---- AGENCIAS (ZEROS = SEM AGENCIA, NAO E OCORRENCIA)

       2160-AGENCIA-INEXISTENTE.
           MOVE 16 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS NOT = "00"
               MOVE "CLIAGE" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

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
                       IF CM-AGENCIA IS NUMERIC AND
                               CM-AGENCIA NOT = ZEROS
                           PERFORM 2161-CONFERE-AGENCIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AGENCIAS.
           PERFORM 7200-FECHA-REGRA.

       2161-CONFERE-AGENCIA.
           MOVE CM-AGENCIA TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   MOVE CM-AGENCIA TO WRK-AGENCIA-ED
                   MOVE CM-CHAVE   TO DET-REGISTRO
                   MOVE CM-CHAVE   TO DET-CONTA
                   MOVE SPACES     TO DET-OBSERVACAO
                   STRING "AGENCIA "     DELIMITED BY SIZE
                          WRK-AGENCIA-ED DELIMITED BY SIZE
                          " NAO CADASTRADA" DELIMITED BY SIZE
                       INTO DET-OBSERVACAO
                   END-STRING
                   PERFORM 7100-APONTA
           END-READ.

      *---- REGRA 17: LIMITE DE CHEQUE ESPECIAL DE CONTA QUE NAO
      *---- EXISTE

       2170-CHEQUE-SEM-CONTA.
           MOVE 17 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT CHEQUE-ESPECIAL.
           IF WRK-STATUS-CHEQUE NOT = "00"
               MOVE "CLICHQ" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CHEQUE-ESPECIAL NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE CHQ-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE CHQ-CHAVE TO DET-REGISTRO
                           MOVE CHQ-CHAVE TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHEQUE-ESPECIAL.
           PERFORM 7200-FECHA-REGRA.

      *---- REGRA 18: PREFERENCIA DE AVISO DE CONTA QUE NAO EXISTE

       2180-PREFERENCIA-SEM-CONTA.
           MOVE 18 TO WRK-REGRA.
           PERFORM 7000-INICIA-REGRA.

           OPEN INPUT PREFERENCIAS.
           IF WRK-STATUS-PREFERENCIAS NOT = "00"
               MOVE "CLIAVP" TO DET-NV-ARQUIVO
               PERFORM 7250-REGRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PREFERENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       MOVE AVP-CHAVE TO WRK-CONTA
                       PERFORM 7300-LE-CONTA
                       IF NOT WRK-CONTA-EXISTE-SIM
                           MOVE AVP-CHAVE TO DET-REGISTRO
                           MOVE AVP-CHAVE TO DET-CONTA
                           MOVE "CONTA INEXISTENTE" TO DET-OBSERVACAO
                           PERFORM 7100-APONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PREFERENCIAS.
           PERFORM 7200-FECHA-REGRA.

      *---- RESUMO POR REGRA NO FIM DA LISTAGEM

       4000-IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-RESUMO.

           PERFORM VARYING WRK-REGRA FROM 1 BY 1 UNTIL WRK-REGRA > 18
               MOVE WRK-REGRA                TO DET-RES-CODIGO
               MOVE WRK-DESC-REGRA (WRK-REGRA) TO DET-RES-DESCRICAO
               MOVE WRK-REG-QTDE (WRK-REGRA) TO DET-RES-QTDE-ED
               IF WRK-REG-VERIFICADA (WRK-REGRA) = "S"
                   MOVE SPACES               TO DET-RES-SITUACAO
               ELSE
                   MOVE "NAO VERIFICADA"     TO DET-RES-SITUACAO
               END-IF
               WRITE LINHA-RELATORIO FROM DET-RESUMO
           END-PERFORM.

           MOVE WRK-QTDE-OCORRENCIAS TO DET-RES-TOTAL-ED.
           WRITE LINHA-RELATORIO FROM DET-RES-TOTAL.

      *---- GRAVA OS CONTADORES E O CONDITION CODE NO LOG DE EXECUCAO:
      *---- QTD1 REGISTROS CONFERIDOS, QTD2 OCORRENCIAS, QTD3 REGRAS
      *---- COM OCORRENCIA, QTD4 REGRAS NAO VERIFICADAS

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLIINTG"               TO RUN-PASSO
           MOVE WRK-QTDE-LIDOS          TO RUN-QTD1
           MOVE WRK-QTDE-OCORRENCIAS    TO RUN-QTD2
           MOVE WRK-QTDE-REGRAS-OCOR    TO RUN-QTD3
           MOVE WRK-QTDE-NAO-VERIF      TO RUN-QTD4
           MOVE ZEROS                   TO RUN-TOTAL1
           MOVE ZEROS                   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

      *---- CABECALHO DO GRUPO DA REGRA CORRENTE (WRK-REGRA)

       7000-INICIA-REGRA.
           MOVE ZEROS TO WRK-REG-QTDE (WRK-REGRA).
           MOVE "S"   TO WRK-REG-VERIFICADA (WRK-REGRA).

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-REGRA                  TO CAB-REG-CODIGO.
           MOVE WRK-DESC-REGRA (WRK-REGRA) TO CAB-REG-DESCRICAO.
           WRITE LINHA-RELATORIO FROM CAB-REGRA.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

      *---- UMA OCORRENCIA DA REGRA CORRENTE: DET-REGISTRO, DET-CONTA
      *---- E DET-OBSERVACAO JA PREENCHIDOS

       7100-APONTA.
           ADD 1 TO WRK-REG-QTDE (WRK-REGRA).
           ADD 1 TO WRK-QTDE-OCORRENCIAS.
           WRITE LINHA-RELATORIO FROM DET-OCORRENCIA.

       7200-FECHA-REGRA.
           IF WRK-REG-QTDE (WRK-REGRA) = ZEROS
               WRITE LINHA-RELATORIO FROM DET-SEM-OCORRENCIA
           ELSE
               ADD 1 TO WRK-QTDE-REGRAS-OCOR
               MOVE WRK-REG-QTDE (WRK-REGRA) TO DET-TR-QTDE-ED
               WRITE LINHA-RELATORIO FROM DET-TOTAL-REGRA
           END-IF.

       7250-REGRA-NAO-VERIFICADA.
           MOVE "N" TO WRK-REG-VERIFICADA (WRK-REGRA).
           ADD 1 TO WRK-QTDE-NAO-VERIF.
           WRITE LINHA-RELATORIO FROM DET-NAO-VERIFICADA.

      *---- LE A CONTA WRK-CONTA NO MESTRE (SO PESQUISA; AS VARREDURAS
      *---- DO MESTRE NAO CHAMAM ESTE PARAGRAFO)

       7300-LE-CONTA.
           MOVE "N" TO WRK-CONTA-EXISTE.
           MOVE "N" TO WRK-CONTA-ENCERRADA.

           MOVE WRK-CONTA TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE "S" TO WRK-CONTA-EXISTE.
           IF CM-SITUACAO = "E"
               MOVE "S" TO WRK-CONTA-ENCERRADA
           END-IF.

      *---- PROCURA ENTRE OS COTITULARES DA CONTA WRK-CONTA O CPF
      *---- WRK-DOC-PROCURADO (CLICOT ABERTO PELO CHAMADOR; SEM O
      *---- ARQUIVO NAO HA COTITULAR)

       7400-PROCURA-COTITULAR.
           MOVE "N" TO WRK-ACHOU.
           IF NOT WRK-COTIT-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CONTA TO COT-CHAVE.
           MOVE ZEROS     TO COT-SEQUENCIA.

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
                       IF COT-CHAVE NOT = WRK-CONTA
                           MOVE "S" TO WRK-FIM-COTIT
                       ELSE
                           IF COT-CPF = WRK-DOC-PROCURADO
                               MOVE "S" TO WRK-ACHOU
                               MOVE "S" TO WRK-FIM-COTIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

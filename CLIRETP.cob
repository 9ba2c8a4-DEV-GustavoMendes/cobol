      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIRETP.
      * PROCESSA O ARQUIVO DE PAGAMENTOS RECUSADOS DEVOLVIDO PELA
      * CAMARA DE COMPENSACAO (CLIRET) - RODA NO CLIBATCH ANTES DO
      * CONVERSOR DE CREDITOS E DO PASSO010. O ARQUIVO SO E ACEITO
      * INTEIRO, COMO NO CLICRED: HEADER COM A DATA DO PROCESSAMENTO,
      * TRAILER BATENDO COM A QUANTIDADE E A SOMA DOS DETALHES E
      * IDENTIFICACAO AINDA NAO PROCESSADA (CLIRTL); QUALQUER FALHA
      * DEVOLVE CONDITION CODE 8 SEM ALTERAR NENHUM ARQUIVO.
      * CADA PAGAMENTO RECUSADO E LOCALIZADO NO CADASTRO DE
      * TRANSFERENCIAS EXTERNAS (CLIPGT) PELO NUMERO DE TRANSACAO; O
      * VALOR VOLTA PARA A CONTA DE ORIGEM COMO CREDITO "DEVOL-EXT"
      * NA TRILHA DE AUDITORIA (NUMERO PROPRIO DO CLINTR, ORIGEM
      * "CLIRETP") E O PAGAMENTO FICA MARCADO COMO DEVOLVIDO COM O
      * MOTIVO DA CAMARA. RECUSA QUE NAO BATE COM UM PAGAMENTO
      * REMETIDO (DESCONHECIDO, JA DEVOLVIDO, VALOR DIFERENTE) OU CUJA
      * CONTA NAO PODE SER CREDITADA (INEXISTENTE, ENCERRADA OU
      * BLOQUEADA) NAO E CREDITADA: FICA EM SUSPENSO NO RELATORIO
      * CLIRETP.LST E O PASSO DEVOLVE CONDITION CODE 4
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RECUSAS-CAMARA ASSIGN TO "CLIRET"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RECUSAS.

           SELECT REGISTRO-RETORNOS ASSIGN TO "CLIRTL"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RETORNOS.

           SELECT PAGAMENTOS-EXTERNOS ASSIGN TO "CLIPGT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PGT-NUM-TRANSACAO
               FILE STATUS    IS WRK-STATUS-PAGAMENTOS.

           SELECT CLIENTES-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CM-CHAVE
               FILE STATUS    IS WRK-STATUS-MASTER.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT NUMERADOR ASSIGN TO "CLINTR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-NUMERADOR.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT RELATORIO ASSIGN TO "CLIRETP.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  RECUSAS-CAMARA
           LABEL RECORD IS STANDARD.
           COPY CLIRET.

      *---- MESMO LAYOUT DO CADASTRO DE ARQUIVOS JA POSTADOS: UM
      *---- REGISTRO POR ARQUIVO DE RECUSAS DA CAMARA JA PROCESSADO
       FD  REGISTRO-RETORNOS
           LABEL RECORD IS STANDARD.
           COPY CLILID REPLACING ==REG-ARQUIVO-POSTADO== BY
                                 ==REG-ARQUIVO-RETORNO==
                                 LEADING ==LID== BY ==RTL==.

       FD  PAGAMENTOS-EXTERNOS
           LABEL RECORD IS STANDARD.
           COPY CLIPGT.

       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  NUMERADOR
           LABEL RECORD IS STANDARD.
           COPY CLINTR.

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
       01  WRK-STATUS-RECUSAS    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RETORNOS   PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PAGAMENTOS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-MASTER     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-NUMERADOR  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG     PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO  PICTURE X(02) VALUE SPACES.
       01  WRK-FIM-ARQUIVO       PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM        VALUE "S".
       01  WRK-DATA-HORA         PICTURE X(21) VALUE SPACES.

       01  WRK-OPERADOR          PICTURE X(08) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW    PICTURE X(01) VALUE "N".
           88  WRK-OPERADOR-OK            VALUE "S".
       01  WRK-FIM-OPERADORES    PICTURE X(01) VALUE "N".
           88  WRK-FIM-OPERADORES-SIM     VALUE "S".

      *----CRITICA DO ARQUIVO DE RECUSAS
       01  WRK-RET-HEADER        PICTURE X(01) VALUE "N".
           88  WRK-RET-HEADER-SIM         VALUE "S".
       01  WRK-RET-TRAILER       PICTURE X(01) VALUE "N".
           88  WRK-RET-TRAILER-SIM        VALUE "S".
       01  WRK-RET-OK            PICTURE X(01) VALUE "S".
           88  WRK-RET-OK-SIM             VALUE "S".
       01  WRK-RET-DATA          PICTURE 9(08) VALUE ZEROS.
       01  WRK-RET-ARQUIVO-ID    PICTURE X(08) VALUE SPACES.
       01  WRK-RET-ESTRANHOS     PICTURE 9(07) VALUE ZEROS.
       01  WRK-RET-QTDE          PICTURE 9(07) VALUE ZEROS.
       01  WRK-RET-SOMA          PICTURE 9(13) VALUE ZEROS.
       01  WRK-RET-TRL-QTDE      PICTURE 9(07) VALUE ZEROS.
       01  WRK-RET-TRL-SOMA      PICTURE 9(13) VALUE ZEROS.

      *----NUMERO DE TRANSACAO DOS CREDITOS DE DEVOLUCAO, ORIGEM
      *----"CLIRETP" NO NUMERADOR
       01  WRK-NUM-TRANSACAO.
           05  WRK-NTR-ORIGEM    PICTURE X(08)  VALUE SPACES.
           05  WRK-NTR-SEQUENCIA PICTURE 9(08)  VALUE ZEROS.
       01  WRK-FIM-NUMERADOR     PICTURE X(01)  VALUE "N".
           88  WRK-FIM-NUMERADOR-SIM        VALUE "S".
       01  WRK-TAB-NUMERADOR.
           05  WRK-NTR-REG       PICTURE X(24) OCCURS 50 TIMES.
       01  WRK-QTDE-NUMERADOR    PICTURE 9(02)  VALUE ZEROS.
       01  WRK-IND-NUMERADOR     PICTURE 9(02)  VALUE ZEROS.
       01  WRK-NTR-IND           PICTURE 9(02)  VALUE ZEROS.

      *----CREDITO DE DEVOLUCAO
       01  WRK-MOTIVO            PICTURE X(02) VALUE SPACES.
           88  WRK-MOTIVO-NENHUM          VALUE SPACES.
       01  WRK-SALDO-ANTES       PICTURE S9(10) COMP-3 VALUE ZEROS.

      *----RECUSAS EM SUSPENSO POR MOTIVO, PARA O RELATORIO
       01  WRK-TAB-MOTIVOS.
           05  WRK-MOT-ENT OCCURS 5 TIMES.
               10  WRK-MOT-QTDE          PICTURE 9(07).
               10  WRK-MOT-VALOR         PICTURE 9(13).
       01  WRK-MOT-IND           PICTURE 9(01) VALUE ZERO.
       01  WRK-TAB-DESC-MOTIVOS.
           05  FILLER PICTURE X(30) VALUE "PAGAMENTO DESCONHECIDO".
           05  FILLER PICTURE X(30) VALUE "PAGAMENTO NAO REMETIDO".
           05  FILLER PICTURE X(30) VALUE "VALOR DIFERENTE DO PAGTO".
           05  FILLER PICTURE X(30) VALUE "CONTA INEXISTENTE".
           05  FILLER PICTURE X(30) VALUE "CONTA ENCERRADA/BLOQUEADA".
       01  WRK-TAB-DESC-R REDEFINES WRK-TAB-DESC-MOTIVOS.
           05  WRK-DESC-MOTIVO   PICTURE X(30) OCCURS 5 TIMES.

       01  WRK-QTDE-CREDITADOS   PICTURE 9(07) VALUE ZEROS.
       01  WRK-VALOR-CREDITADOS  PICTURE 9(13) VALUE ZEROS.
       01  WRK-QTDE-SUSPENSOS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-VALOR-SUSPENSOS   PICTURE 9(13) VALUE ZEROS.
       01  WRK-CONTADOR-ED       PICTURE ZZZ.ZZ9.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "PAGAMENTOS EXTERNOS RECUSADOS PELA CAMAR".
           05  FILLER               PICTURE X(10)  VALUE
               "A - ARQ. ".
           05  CAB-ARQUIVO-ID       PICTURE X(08).
           05  FILLER               PICTURE X(04)  VALUE " EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(17)  VALUE
               "TRANSACAO".
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(04)  VALUE "BCO".
           05  FILLER               PICTURE X(14)  VALUE
               "         VALOR".
           05  FILLER               PICTURE X(05)  VALUE " CAM".
           05  FILLER               PICTURE X(29)  VALUE
               "SITUACAO".
       01  DET-SUSPENSO.
           05  DET-NUM-TRANSACAO    PICTURE X(16).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-BANCO            PICTURE 9(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VALOR-ED         PICTURE Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-MOTIVO-CAMARA    PICTURE X(02).
           05  FILLER               PICTURE X(02)  VALUE SPACES.
           05  DET-DESCRICAO        PICTURE X(30).
       01  DET-SEM-SUSPENSO.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUMA RECUSA EM SUSPENSO".
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO DAS RECUSAS EM SUSPENSO".
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
               "TOTAL EM SUSPENSO".
           05  DET-TOT-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-TOT-VALOR-ED     PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-CREDITADOS.
           05  FILLER               PICTURE X(34)  VALUE
               "CREDITADOS DE VOLTA AOS CLIENTES".
           05  DET-CRED-QTDE-ED     PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-CRED-VALOR-ED    PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 0050-LE-PARAMETROS.

      *---- O OPERADOR DO LOTE ASSINA OS CREDITOS DE DEVOLUCAO NA
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

           OPEN INPUT RECUSAS-CAMARA.
           IF WRK-STATUS-RECUSAS NOT = "00"
               DISPLAY "ARQUIVO DE RECUSAS DA CAMARA AUSENTE - NENHUM "
                   "PAGAMENTO DEVOLVIDO"
               MOVE 0 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE RECUSAS-CAMARA.

           PERFORM 1000-CRITICA-RECUSAS.
           IF NOT WRK-RET-OK-SIM
               DISPLAY "ARQUIVO DE RECUSAS RECUSADO - NENHUM ARQUIVO "
                   "FOI ALTERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           PERFORM 1200-CONFERE-PROCESSADO.
           IF NOT WRK-RET-OK-SIM
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O PAGAMENTOS-EXTERNOS.
           IF WRK-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS-EXTERNOS
               CLOSE PAGAMENTOS-EXTERNOS
               OPEN I-O PAGAMENTOS-EXTERNOS
           END-IF.
           IF WRK-STATUS-PAGAMENTOS NOT = "00"
               DISPLAY "CADASTRO DE TRANSFERENCIAS EXTERNAS "
                   "INDISPONIVEL - STATUS " WRK-STATUS-PAGAMENTOS
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               CLOSE PAGAMENTOS-EXTERNOS
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF.

           MOVE "CLIRETP" TO WRK-NTR-ORIGEM.
           PERFORM 8500-CARREGA-NUMERADOR.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-RET-ARQUIVO-ID TO CAB-ARQUIVO-ID.
           MOVE PRM-DATA-PROCESSO  TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

           PERFORM 2000-PROCESSA-RECUSAS.

           IF WRK-QTDE-CREDITADOS > ZEROS
               PERFORM 8600-GRAVA-NUMERADOR
           END-IF.

           CLOSE PAGAMENTOS-EXTERNOS.
           CLOSE CLIENTES-MASTER.
           CLOSE AUDITORIA.

           PERFORM 3500-REGISTRA-PROCESSADO.
           PERFORM 4000-IMPRIME-RESUMO.
           CLOSE RELATORIO.

           MOVE WRK-RET-QTDE TO WRK-CONTADOR-ED.
           DISPLAY "PAGAMENTOS RECUSADOS PELA CAMARA: "
               WRK-CONTADOR-ED.
           MOVE WRK-QTDE-CREDITADOS TO WRK-CONTADOR-ED.
           DISPLAY "CREDITADOS DE VOLTA AOS CLIENTES: "
               WRK-CONTADOR-ED.
           MOVE WRK-QTDE-SUSPENSOS TO WRK-CONTADOR-ED.
           DISPLAY "EM SUSPENSO: " WRK-CONTADOR-ED.

           IF WRK-QTDE-SUSPENSOS > ZEROS
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

      *---- PRIMEIRA LEITURA DO ARQUIVO DE RECUSAS, SO PARA PROVAR QUE
      *---- ELE ESTA INTEIRO: HEADER COMO PRIMEIRO REGISTRO COM A DATA
      *---- DO PROCESSAMENTO, DETALHES NUMERICOS E TRAILER FECHANDO EM
      *---- QUANTIDADE E SOMA; NADA E CREDITADO DE UM ARQUIVO QUE NAO
      *---- BATE

       1000-CRITICA-RECUSAS.
           MOVE "S" TO WRK-RET-OK.
           MOVE ZEROS TO WRK-RET-QTDE WRK-RET-SOMA WRK-RET-ESTRANHOS.

           OPEN INPUT RECUSAS-CAMARA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ RECUSAS-CAMARA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1100-CRITICA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RECUSAS-CAMARA.

           IF NOT WRK-RET-HEADER-SIM
               DISPLAY "ARQUIVO DE RECUSAS SEM HEADER"
               MOVE "N" TO WRK-RET-OK
           END-IF.
           IF WRK-RET-HEADER-SIM AND
                   WRK-RET-DATA NOT = PRM-DATA-PROCESSO
               DISPLAY "DATA DO ARQUIVO DE RECUSAS " WRK-RET-DATA
                   " DIFERENTE DA DATA DO PROCESSAMENTO "
                   PRM-DATA-PROCESSO
               MOVE "N" TO WRK-RET-OK
           END-IF.
           IF NOT WRK-RET-TRAILER-SIM
               DISPLAY "ARQUIVO DE RECUSAS SEM TRAILER"
               MOVE "N" TO WRK-RET-OK
           END-IF.
           IF WRK-RET-ESTRANHOS > ZEROS
               DISPLAY "REGISTROS DE RECUSA FORA DE LUGAR OU "
                   "INVALIDOS: " WRK-RET-ESTRANHOS
               MOVE "N" TO WRK-RET-OK
           END-IF.
           IF WRK-RET-TRAILER-SIM AND
                   (WRK-RET-TRL-QTDE NOT = WRK-RET-QTDE OR
                    WRK-RET-TRL-SOMA NOT = WRK-RET-SOMA)
               DISPLAY "TOTAIS DAS RECUSAS NAO BATEM - TRAILER "
                   WRK-RET-TRL-QTDE " / " WRK-RET-TRL-SOMA
               DISPLAY "                       DETALHES "
                   WRK-RET-QTDE " / " WRK-RET-SOMA
               MOVE "N" TO WRK-RET-OK
           END-IF.

       1100-CRITICA-REGISTRO.
           IF WRK-RET-TRAILER-SIM
               ADD 1 TO WRK-RET-ESTRANHOS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE RETH-TIPO
               WHEN "H"
                   IF WRK-RET-HEADER-SIM OR WRK-RET-QTDE > ZEROS
                       ADD 1 TO WRK-RET-ESTRANHOS
                   ELSE
                       MOVE "S"             TO WRK-RET-HEADER
                       MOVE RETH-DATA       TO WRK-RET-DATA
                       MOVE RETH-ARQUIVO-ID TO WRK-RET-ARQUIVO-ID
                   END-IF
               WHEN "D"
                   IF NOT WRK-RET-HEADER-SIM OR
                           RETD-VALOR IS NOT NUMERIC OR
                           RETD-BANCO-DESTINO IS NOT NUMERIC OR
                           RETD-NUM-TRANSACAO = SPACES
                       ADD 1 TO WRK-RET-ESTRANHOS
                   ELSE
                       ADD 1          TO WRK-RET-QTDE
                       ADD RETD-VALOR TO WRK-RET-SOMA
                   END-IF
               WHEN "T"
                   MOVE "S" TO WRK-RET-TRAILER
                   IF RETT-QTDE IS NUMERIC AND
                           RETT-SOMA-VALOR IS NUMERIC
                       MOVE RETT-QTDE       TO WRK-RET-TRL-QTDE
                       MOVE RETT-SOMA-VALOR TO WRK-RET-TRL-SOMA
                   ELSE
                       ADD 1 TO WRK-RET-ESTRANHOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-RET-ESTRANHOS
           END-EVALUATE.

      *---- O MESMO ARQUIVO DE RECUSAS NUNCA E PROCESSADO DUAS VEZES
      *---- (RERUN DO PASSO CREDITARIA DE NOVO)

       1200-CONFERE-PROCESSADO.
           OPEN INPUT REGISTRO-RETORNOS.
           IF WRK-STATUS-RETORNOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ REGISTRO-RETORNOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF RTL-ARQUIVO-ID = WRK-RET-ARQUIVO-ID
                           DISPLAY "ARQUIVO DE RECUSAS "
                               WRK-RET-ARQUIVO-ID
                               " JA PROCESSADO EM " RTL-DATA
                           MOVE "N" TO WRK-RET-OK
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-RETORNOS.

      *---- SEGUNDA LEITURA: CADA DETALHE E CREDITADO DE VOLTA OU
      *---- FICA EM SUSPENSO

       2000-PROCESSA-RECUSAS.
           MOVE ZEROS TO WRK-TAB-MOTIVOS.

           OPEN INPUT RECUSAS-CAMARA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ RECUSAS-CAMARA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF RETD-TIPO = "D"
                           PERFORM 2100-PROCESSA-RECUSA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECUSAS-CAMARA.

       2100-PROCESSA-RECUSA.
           PERFORM 2200-LOCALIZA-PAGAMENTO.
           IF NOT WRK-MOTIVO-NENHUM
               PERFORM 2500-SUSPENDE-RECUSA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CREDITA-DEVOLUCAO.

      *---- A RECUSA SO E CREDITADA SE BATER COM UM PAGAMENTO
      *---- REMETIDO DE MESMO VALOR E SE A CONTA DE ORIGEM AINDA
      *---- PUDER RECEBER CREDITO (ATIVA OU DORMENTE - A DEVOLUCAO
      *---- A REATIVA)

       2200-LOCALIZA-PAGAMENTO.
           MOVE SPACES TO WRK-MOTIVO.

           MOVE RETD-NUM-TRANSACAO TO PGT-NUM-TRANSACAO.
           READ PAGAMENTOS-EXTERNOS
               INVALID KEY
                   MOVE "01" TO WRK-MOTIVO
                   EXIT PARAGRAPH
           END-READ.

           IF PGT-SITUACAO NOT = "R"
               MOVE "02" TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF RETD-VALOR NOT = PGT-VALOR
               MOVE "03" TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE PGT-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   MOVE "04" TO WRK-MOTIVO
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "E" OR CM-SITUACAO = "B"
               MOVE "05" TO WRK-MOTIVO
           END-IF.

      *---- CREDITA O VALOR NA CONTA DE ORIGEM, GRAVA A TRILHA
      *---- "DEVOL-EXT" COM NUMERO PROPRIO E MARCA O PAGAMENTO COMO
      *---- DEVOLVIDO, LIGADO AO CREDITO PELO PGT-NUM-DEVOLUCAO

       2300-CREDITA-DEVOLUCAO.
           IF CM-SITUACAO = "D"
               MOVE "A" TO CM-SITUACAO
           END-IF.

           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           ADD PGT-VALOR TO CM-SALDO.
           REWRITE CLIENTES-MASTER-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO CREDITAR DEVOLUCAO: " CM-CHAVE
                   MOVE "04" TO WRK-MOTIVO
                   PERFORM 2500-SUSPENDE-RECUSA
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WRK-NTR-SEQUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE CM-CHAVE                 TO AUD-CHAVE
           MOVE "DEVOL-EXT"              TO AUD-OPERACAO
           MOVE WRK-SALDO-ANTES          TO AUD-SALDO-ANTES
           MOVE CM-SALDO                 TO AUD-SALDO-DEPOIS
           MOVE WRK-DATA-HORA (1:8)      TO AUD-DATA
           MOVE WRK-DATA-HORA (9:8)      TO AUD-HORA
           MOVE WRK-OPERADOR             TO AUD-OPERADOR
           MOVE WRK-NUM-TRANSACAO        TO AUD-NUM-TRANSACAO
           MOVE SPACES                   TO AUD-NUM-ORIGINAL
           MOVE SPACES                   TO AUD-OPERACAO-ORIGINAL
           WRITE AUDIT-TRAIL-RECORD.

           MOVE "D"                TO PGT-SITUACAO
           MOVE RETD-MOTIVO        TO PGT-MOTIVO-DEVOLUCAO
           MOVE PRM-DATA-PROCESSO  TO PGT-DATA-DEVOLUCAO
           MOVE WRK-NUM-TRANSACAO  TO PGT-NUM-DEVOLUCAO
           REWRITE PAGAMENTO-EXTERNO-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO MARCAR PAGAMENTO DEVOLVIDO: "
                       PGT-NUM-TRANSACAO
           END-REWRITE.

           ADD 1         TO WRK-QTDE-CREDITADOS.
           ADD PGT-VALOR TO WRK-VALOR-CREDITADOS.

           DISPLAY "PAGAMENTO DEVOLVIDO (MOTIVO " RETD-MOTIVO "): "
               PGT-NUM-TRANSACAO " " PGT-CHAVE.

      *---- RECUSA QUE NAO PODE SER CREDITADA VAI PARA O RELATORIO DE
      *---- SUSPENSO, PARA TRATAMENTO MANUAL COM A CAMARA

       2500-SUSPENDE-RECUSA.
           MOVE RETD-NUM-TRANSACAO  TO DET-NUM-TRANSACAO
           IF WRK-MOTIVO = "01"
               MOVE SPACES          TO DET-CHAVE
           ELSE
               MOVE PGT-CHAVE       TO DET-CHAVE
           END-IF
           MOVE RETD-BANCO-DESTINO  TO DET-BANCO
           MOVE RETD-VALOR          TO DET-VALOR-ED
           MOVE RETD-MOTIVO         TO DET-MOTIVO-CAMARA
           MOVE WRK-MOTIVO (2:1)    TO WRK-MOT-IND
           MOVE WRK-DESC-MOTIVO (WRK-MOT-IND) TO DET-DESCRICAO
           WRITE LINHA-RELATORIO FROM DET-SUSPENSO.

           ADD 1          TO WRK-QTDE-SUSPENSOS.
           ADD RETD-VALOR TO WRK-VALOR-SUSPENSOS.
           ADD 1          TO WRK-MOT-QTDE (WRK-MOT-IND).
           ADD RETD-VALOR TO WRK-MOT-VALOR (WRK-MOT-IND).

           DISPLAY "RECUSA EM SUSPENSO (" WRK-MOTIVO "): "
               RETD-NUM-TRANSACAO " " RETD-VALOR.

       3500-REGISTRA-PROCESSADO.
           OPEN EXTEND REGISTRO-RETORNOS.
           IF WRK-STATUS-RETORNOS NOT = "00"
               OPEN OUTPUT REGISTRO-RETORNOS
           END-IF.

           MOVE WRK-RET-ARQUIVO-ID TO RTL-ARQUIVO-ID
           MOVE PRM-DATA-PROCESSO  TO RTL-DATA
           WRITE REG-ARQUIVO-RETORNO.

           CLOSE REGISTRO-RETORNOS.

      *---- FECHO DO RELATORIO: RESUMO DO SUSPENSO POR MOTIVO E O
      *---- TOTAL CREDITADO DE VOLTA

       4000-IMPRIME-RESUMO.
           IF WRK-QTDE-SUSPENSOS IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-SUSPENSO
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
           MOVE WRK-QTDE-SUSPENSOS    TO DET-TOT-QTDE-ED.
           MOVE WRK-VALOR-SUSPENSOS   TO DET-TOT-VALOR-ED.
           WRITE LINHA-RELATORIO FROM DET-TOTAL.
           MOVE WRK-QTDE-CREDITADOS   TO DET-CRED-QTDE-ED.
           MOVE WRK-VALOR-CREDITADOS  TO DET-CRED-VALOR-ED.
           WRITE LINHA-RELATORIO FROM DET-CREDITADOS.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE: QTD1 RECUSAS RECEBIDAS, QTD2
      *---- CREDITADAS, QTD3 EM SUSPENSO, TOTAL1 VALOR CREDITADO,
      *---- TOTAL2 VALOR EM SUSPENSO

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)   TO RUN-DATA
           MOVE "CLIRETP"             TO RUN-PASSO
           MOVE WRK-RET-QTDE          TO RUN-QTD1
           MOVE WRK-QTDE-CREDITADOS   TO RUN-QTD2
           MOVE WRK-QTDE-SUSPENSOS    TO RUN-QTD3
           MOVE ZEROS                 TO RUN-QTD4
           MOVE WRK-VALOR-CREDITADOS  TO RUN-TOTAL1
           MOVE WRK-VALOR-SUSPENSOS   TO RUN-TOTAL2
           MOVE RETURN-CODE           TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

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

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIREMS.
      * REMESSA DAS TRANSFERENCIAS EXTERNAS PARA A CAMARA DE
      * COMPENSACAO - PERCORRE O CADASTRO DE TRANSFERENCIAS EXTERNAS
      * (CLIPGT) E LEVA CADA PAGAMENTO AINDA PENDENTE DE REMESSA PARA
      * O ARQUIVO DO DIA (CLIREM), COM HEADER, UM DETALHE POR
      * PAGAMENTO E TRAILER COM QUANTIDADE E SOMA. O PAGAMENTO
      * REMETIDO FICA MARCADO COM A IDENTIFICACAO DA REMESSA ("R" +
      * DATA DO PROCESSAMENTO); UMA NOVA EXECUCAO NO MESMO DIA REFAZ O
      * MESMO ARQUIVO COM OS PAGAMENTOS DESSA REMESSA MAIS OS NOVOS
      * PENDENTES, EM VEZ DE GERAR UM ARQUIVO VAZIO POR CIMA DELE.
      * O QUE ESTA PENDENTE OU REMETIDO E A POSICAO DA COMPENSACAO
      * INTERBANCARIA (O QUE AINDA E DEVIDO A CAMARA), INFORMADA NO
      * LOG DE EXECUCAO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS-EXTERNOS ASSIGN TO "CLIPGT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PGT-NUM-TRANSACAO
               FILE STATUS    IS WRK-STATUS-PAGAMENTOS.

           SELECT REMESSA ASSIGN TO "CLIREM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REMESSA.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PAGAMENTOS-EXTERNOS
           LABEL RECORD IS STANDARD.
           COPY CLIPGT.

       FD  REMESSA
           LABEL RECORD IS STANDARD.
           COPY CLIREM.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD.
           COPY CLIRUN.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-PAGAMENTOS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-REMESSA      PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RUNLOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".
       01  WRK-DATA-HORA           PICTURE X(21)  VALUE SPACES.
       01  WRK-REMESSA-ID          PICTURE X(08)  VALUE SPACES.
       01  WRK-QTDE-REMETIDOS      PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-NOVOS          PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-EM-ABERTO      PICTURE 9(07)  VALUE ZEROS.
       01  WRK-SOMA-REMESSA        PICTURE 9(13)  VALUE ZEROS.
       01  WRK-POSICAO-CAMARA      PICTURE S9(13) COMP-3 VALUE ZEROS.
       01  WRK-CONTADOR-ED         PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-ED            PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1000-LE-PARAMETROS.

           MOVE "R"                     TO WRK-REMESSA-ID (1:1).
           MOVE PRM-DATA-PROCESSO (2:7) TO WRK-REMESSA-ID (2:7).

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

           OPEN OUTPUT REMESSA.

           MOVE SPACES            TO REM-HEADER
           MOVE "H"               TO REMH-TIPO
           MOVE PRM-DATA-PROCESSO TO REMH-DATA
           MOVE WRK-REMESSA-ID    TO REMH-ARQUIVO-ID
           WRITE REM-HEADER.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PAGAMENTOS-EXTERNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2000-AVALIA-PAGAMENTO
               END-READ
           END-PERFORM.

           MOVE SPACES             TO REM-TRAILER
           MOVE "T"                TO REMT-TIPO
           MOVE WRK-QTDE-REMETIDOS TO REMT-QTDE
           MOVE WRK-SOMA-REMESSA   TO REMT-SOMA-VALOR
           WRITE REM-TRAILER.

           CLOSE PAGAMENTOS-EXTERNOS.
           CLOSE REMESSA.

           DISPLAY "REMESSA " WRK-REMESSA-ID " GERADA".
           MOVE WRK-QTDE-REMETIDOS TO WRK-CONTADOR-ED.
           DISPLAY "PAGAMENTOS NA REMESSA: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-NOVOS TO WRK-CONTADOR-ED.
           DISPLAY "PAGAMENTOS REMETIDOS PELA PRIMEIRA VEZ: "
               WRK-CONTADOR-ED.
           MOVE WRK-SOMA-REMESSA TO WRK-VALOR-ED.
           DISPLAY "VALOR DA REMESSA: " WRK-VALOR-ED.
           MOVE WRK-POSICAO-CAMARA TO WRK-VALOR-ED.
           DISPLAY "POSICAO DA COMPENSACAO INTERBANCARIA: "
               WRK-VALOR-ED.

           MOVE 0 TO RETURN-CODE.
           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- A REMESSA E DATADA E IDENTIFICADA PELA DATA DE
      *---- PROCESSAMENTO DO LOTE

       1000-LE-PARAMETROS.
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

      *---- PENDENTE ENTRA NA REMESSA E E MARCADO COMO REMETIDO;
      *---- REMETIDO NESTA MESMA REMESSA (REEXECUCAO DO DIA) ENTRA
      *---- DE NOVO SEM ALTERACAO; DEVOLVIDO JA SAIU DA POSICAO

       2000-AVALIA-PAGAMENTO.
           IF PGT-SITUACAO = "P" OR PGT-SITUACAO = "R"
               ADD PGT-VALOR TO WRK-POSICAO-CAMARA
               ADD 1         TO WRK-QTDE-EM-ABERTO
           END-IF.

           IF PGT-SITUACAO = "R" AND
                   PGT-REMESSA-ID = WRK-REMESSA-ID
               PERFORM 2100-GRAVA-DETALHE
               EXIT PARAGRAPH
           END-IF.

           IF PGT-SITUACAO NOT = "P"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-GRAVA-DETALHE.
           ADD 1 TO WRK-QTDE-NOVOS.

           MOVE "R"               TO PGT-SITUACAO
           MOVE WRK-REMESSA-ID    TO PGT-REMESSA-ID
           MOVE PRM-DATA-PROCESSO TO PGT-DATA-REMESSA
           REWRITE PAGAMENTO-EXTERNO-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO MARCAR PAGAMENTO REMETIDO: "
                       PGT-NUM-TRANSACAO
           END-REWRITE.

       2100-GRAVA-DETALHE.
           MOVE SPACES               TO REM-DETALHE
           MOVE "D"                  TO REMD-TIPO
           MOVE PGT-NUM-TRANSACAO    TO REMD-NUM-TRANSACAO
           MOVE PGT-DOC-REMETENTE    TO REMD-DOC-REMETENTE
           MOVE PGT-NOME-REMETENTE   TO REMD-NOME-REMETENTE
           MOVE PGT-BANCO-DESTINO    TO REMD-BANCO-DESTINO
           MOVE PGT-AGENCIA-DESTINO  TO REMD-AGENCIA-DESTINO
           MOVE PGT-CONTA-DESTINO    TO REMD-CONTA-DESTINO
           MOVE PGT-DOC-BENEFICIARIO TO REMD-DOC-BENEFICIARIO
           MOVE PGT-VALOR            TO REMD-VALOR
           WRITE REM-DETALHE.

           ADD 1         TO WRK-QTDE-REMETIDOS.
           ADD PGT-VALOR TO WRK-SOMA-REMESSA.

      *---- GRAVA OS CONTADORES E O CONDITION CODE DO PASSO NO LOG
      *---- DIARIO DE EXECUCAO DO LOTE (QTD1/TOTAL1 = REMESSA DO DIA,
      *---- QTD3/TOTAL2 = POSICAO DA COMPENSACAO INTERBANCARIA)

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)  TO RUN-DATA
           MOVE "CLIREMS"            TO RUN-PASSO
           MOVE WRK-QTDE-REMETIDOS   TO RUN-QTD1
           MOVE WRK-QTDE-NOVOS       TO RUN-QTD2
           MOVE WRK-QTDE-EM-ABERTO   TO RUN-QTD3
           MOVE ZEROS                TO RUN-QTD4
           MOVE WRK-SOMA-REMESSA     TO RUN-TOTAL1
           MOVE WRK-POSICAO-CAMARA   TO RUN-TOTAL2
           MOVE RETURN-CODE          TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

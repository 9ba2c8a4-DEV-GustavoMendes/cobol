      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIPLDD.
      * TRATAMENTO DOS ALERTAS DE PREVENCAO A LAVAGEM DE DINHEIRO
      * (CLIPLA) GERADOS PELO CLIPLDM - LISTA OS ALERTAS EM ABERTO E
      * REGISTRA A DECISAO DO SUPERVISOR SOBRE UM ALERTA: SEM
      * PROVIDENCIA (N) OU COMUNICADO AO ORGAO REGULADOR (R). A
      * PROGRAMA EXIGE NIVEL SUPERVISOR E A DECISAO E GRAVADA NO LOG
      * DE MANUTENCAO (CLIMLG), COMO NO CLIBLQM
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO "CLIPLA"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PLA-ID
               FILE STATUS    IS WRK-STATUS-ALERTAS.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY CLIPLA.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-ALERTAS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08)  VALUE SPACES.
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-DATA-HOJE        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-ACAO             PICTURE 9      VALUE ZERO.
           88  WRK-ACAO-LISTAR             VALUE 1.
           88  WRK-ACAO-DECIDIR            VALUE 2.
       01  WRK-DECISAO          PICTURE X(01)  VALUE SPACES.
           88  WRK-DECISAO-SEM-PROVIDENCIA VALUE "N".
           88  WRK-DECISAO-COMUNICADO      VALUE "R".
       01  WRK-FIM-ALERTAS      PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ALERTAS-SIM           VALUE "S".
       01  WRK-QTDE-LISTADOS    PICTURE 9(05)  VALUE ZEROS.
       01  WRK-QTDE-VENCIDOS    PICTURE 9(05)  VALUE ZEROS.
       01  WRK-VALOR-ED         PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CONTADOR-ED      PICTURE ZZ.ZZ9.
       01  WRK-ALERTA-ED.
           05  WRK-ALERTA-ED-DATA PICTURE 9(08).
           05  FILLER             PICTURE X(01) VALUE "-".
           05  WRK-ALERTA-ED-SEQ  PICTURE 9(05).
       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS.

           DISPLAY "DIGITE O CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR.

           PERFORM 1100-VALIDA-OPERADOR.
           IF NOT WRK-OPERADOR-OK
               DISPLAY "OPERADOR INVALIDO OU INATIVO"
               PERFORM 9000-FECHAR-ARQUIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WRK-OPERADOR-NIVEL IS LESS THAN 2
               DISPLAY "TRATAMENTO DE ALERTAS REQUER NIVEL SUPERVISOR"
               PERFORM 9000-FECHAR-ARQUIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8)   TO WRK-DATA-HOJE.

           DISPLAY "ALERTAS DE PLD (1-LISTAR ABERTOS,2-DECIDIR) ? "
               ACCEPT WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO-LISTAR
                   PERFORM 2000-LISTA-ABERTOS
               WHEN WRK-ACAO-DECIDIR
                   PERFORM 3000-DECIDE-ALERTA
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA"
           END-EVALUATE.

           PERFORM 9000-FECHAR-ARQUIVOS.

           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ALERTAS.
           IF WRK-STATUS-ALERTAS = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
           IF WRK-STATUS-ALERTAS NOT = "00"
               DISPLAY "ARQUIVO DE ALERTAS INDISPONIVEL - STATUS "
                   WRK-STATUS-ALERTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LOG-MANUTENCAO.
           IF WRK-STATUS-LOG NOT = "00"
               OPEN OUTPUT LOG-MANUTENCAO
           END-IF.

      *---- CONFERE O OPERADOR NO CADASTRO MESTRE DE OPERADORES:
      *---- SO OPERADOR CADASTRADO E ATIVO PODE PROSSEGUIR

       1100-VALIDA-OPERADOR.
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

      *---- LISTA OS ALERTAS AINDA SEM DECISAO, DO MAIS ANTIGO PARA O
      *---- MAIS NOVO; PRAZO VENCIDO SAI MARCADO COM "*"

       2000-LISTA-ABERTOS.
           MOVE ZEROS TO WRK-QTDE-LISTADOS WRK-QTDE-VENCIDOS.
           MOVE ZEROS TO PLA-DATA PLA-SEQUENCIA.

           START ALERTAS KEY IS GREATER THAN OR EQUAL TO PLA-ID
               INVALID KEY
                   DISPLAY "NENHUM ALERTA EM ABERTO"
                   EXIT PARAGRAPH
           END-START.

           DISPLAY "DATA     SEQ   REGRA      CONTA      DOCUMENTO"
               "      VALOR (BRL)         PRAZO".

           MOVE "N" TO WRK-FIM-ALERTAS.
           PERFORM UNTIL WRK-FIM-ALERTAS-SIM
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ALERTAS
                   NOT AT END
                       IF PLA-SITUACAO = "A"
                           PERFORM 2100-MOSTRA-ALERTA
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-QTDE-LISTADOS IS EQUAL TO ZERO
               DISPLAY "NENHUM ALERTA EM ABERTO"
           ELSE
               MOVE WRK-QTDE-LISTADOS TO WRK-CONTADOR-ED
               DISPLAY "ALERTAS EM ABERTO: " WRK-CONTADOR-ED
               MOVE WRK-QTDE-VENCIDOS TO WRK-CONTADOR-ED
               DISPLAY "COM PRAZO VENCIDO (*): " WRK-CONTADOR-ED
           END-IF.

       2100-MOSTRA-ALERTA.
           ADD 1 TO WRK-QTDE-LISTADOS.
           MOVE PLA-VALOR-BRL TO WRK-VALOR-ED.

           IF PLA-DATA-PRAZO < WRK-DATA-HOJE
               ADD 1 TO WRK-QTDE-VENCIDOS
               DISPLAY PLA-DATA " " PLA-SEQUENCIA " " PLA-REGRA " "
                   PLA-CHAVE " " PLA-DOCUMENTO " " WRK-VALOR-ED " "
                   PLA-DATA-PRAZO " *"
           ELSE
               DISPLAY PLA-DATA " " PLA-SEQUENCIA " " PLA-REGRA " "
                   PLA-CHAVE " " PLA-DOCUMENTO " " WRK-VALOR-ED " "
                   PLA-DATA-PRAZO
           END-IF.

      *---- DECISAO SOBRE UM ALERTA PELA DATA E SEQUENCIA: O ALERTA
      *---- NAO E APAGADO, SO FECHADO COM A DECISAO, A DATA E O
      *---- SUPERVISOR, PRESERVANDO O HISTORICO PARA A FISCALIZACAO

       3000-DECIDE-ALERTA.
           DISPLAY "DATA DO ALERTA (AAAAMMDD) "
               ACCEPT PLA-DATA.
           DISPLAY "SEQUENCIA DO ALERTA "
               ACCEPT PLA-SEQUENCIA.

           READ ALERTAS
               INVALID KEY
                   DISPLAY "ALERTA NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF PLA-SITUACAO NOT = "A"
               DISPLAY "ALERTA JA DECIDIDO EM " PLA-DATA-DECISAO
                   " POR " PLA-OPERADOR-DECISAO
               EXIT PARAGRAPH
           END-IF.

           MOVE PLA-VALOR-BRL TO WRK-VALOR-ED.
           DISPLAY "REGRA " PLA-REGRA " CONTA " PLA-CHAVE
               " DOCUMENTO " PLA-DOCUMENTO.
           DISPLAY "VALOR (BRL) " WRK-VALOR-ED " MOVIMENTOS "
               PLA-QTDE-MOVIMENTOS " TRANSACAO " PLA-NUM-TRANSACAO.

           DISPLAY "DECISAO (N-SEM PROVIDENCIA,R-COMUNICADO) ? "
               ACCEPT WRK-DECISAO.

           EVALUATE TRUE
               WHEN WRK-DECISAO-SEM-PROVIDENCIA
                   MOVE "SEM PROVIDENCIA" TO WRK-VALOR-DEPOIS-ED
               WHEN WRK-DECISAO-COMUNICADO
                   MOVE "COMUNICADO"      TO WRK-VALOR-DEPOIS-ED
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - ALERTA CONTINUA ABERTO"
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE PLA-DATA           TO WRK-ALERTA-ED-DATA
           MOVE PLA-SEQUENCIA      TO WRK-ALERTA-ED-SEQ
           MOVE WRK-ALERTA-ED      TO WRK-VALOR-ANTES-ED

           MOVE WRK-DECISAO        TO PLA-SITUACAO
           MOVE WRK-DATA-HOJE      TO PLA-DATA-DECISAO
           MOVE WRK-OPERADOR       TO PLA-OPERADOR-DECISAO

           REWRITE ALERTA-PLD-RECORD
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR DECISAO - STATUS "
                       WRK-STATUS-ALERTAS
                   EXIT PARAGRAPH
           END-REWRITE.

           PERFORM 5000-GRAVA-LOG.

           IF PLA-DATA-PRAZO < PLA-DATA-DECISAO
               DISPLAY "DECISAO REGISTRADA FORA DO PRAZO ("
                   PLA-DATA-PRAZO ")"
           ELSE
               DISPLAY "DECISAO REGISTRADA"
           END-IF.

      *---- GRAVA UM REGISTRO NO LOG DE MANUTENCAO: ANTES O ALERTA,
      *---- DEPOIS A DECISAO

       5000-GRAVA-LOG.
           MOVE PLA-CHAVE              TO LOG-CHAVE
           MOVE "DEC-PLD"              TO LOG-ACAO
           MOVE PLA-REGRA              TO LOG-CAMPO
           MOVE WRK-VALOR-ANTES-ED     TO LOG-VALOR-ANTES
           MOVE WRK-VALOR-DEPOIS-ED    TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

       9000-FECHAR-ARQUIVOS.
           CLOSE ALERTAS.
           CLOSE LOG-MANUTENCAO.

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIAVPM.
      * MANUTENCAO DAS PREFERENCIAS DE AVISO AO CLIENTE (CLIAVP) -
      * GRAVA (ADESAO OU ALTERACAO), CANCELA A ADESAO E CONSULTA O
      * CANAL (EMAIL OU SMS), OS AVISOS ESCOLHIDOS E O VALOR A PARTIR
      * DO QUAL UM DEBITO GERA AVISO, COM A MESMA VALIDACAO DE
      * OPERADOR DO CLICTTM; CADA CAMPO ALTERADO E GRAVADO NO LOG DE
      * MANUTENCAO (CLIMLG), COMO NO CLIAGEM. O DESTINO DO AVISO VEM
      * DO CADASTRO DE CONTATO (CLICTT): A FALTA DELE SO E AVISADA
      * AQUI, O GERADOR DE AVISOS (CLIAVIS) LEVA A CONTA PARA A
      * LISTAGEM DE EXCECAO
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

           SELECT PREFERENCIAS ASSIGN TO "CLIAVP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AVP-CHAVE
               FILE STATUS    IS WRK-STATUS-PREFERENCIAS.

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CTT-CHAVE
               FILE STATUS    IS WRK-STATUS-CONTATOS.

           SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLG"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-LOG.

           SELECT OPERADORES ASSIGN TO "CLIOPE"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-OPERADORES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMST.

       FD  PREFERENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAVP.

       FD  CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CLICTT.

       FD  LOG-MANUTENCAO
           LABEL RECORD IS STANDARD.
           COPY CLIMLG.

       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY CLIOPE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PREFERENCIAS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTATOS  PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-LOG       PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-OPERADORES PICTURE X(02) VALUE SPACES.
       01  WRK-OPERADOR-OK-SW   PICTURE X(01)  VALUE "N".
           88  WRK-OPERADOR-OK               VALUE "S".
       01  WRK-OPERADOR-NIVEL   PICTURE 9      VALUE ZERO.
       01  WRK-FIM-OPERADORES   PICTURE X(01)  VALUE "N".
           88  WRK-FIM-OPERADORES-SIM        VALUE "S".
       01  WRK-OPERADOR         PICTURE X(08)  VALUE SPACES.
       01  WRK-CONTATOS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CONTATOS-DISPONIVEL-SIM   VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21)  VALUE SPACES.
       01  WRK-ACAO             PICTURE 9      VALUE ZERO.
           88  WRK-ACAO-GRAVAR             VALUE 1.
           88  WRK-ACAO-CANCELAR           VALUE 2.
           88  WRK-ACAO-CONSULTAR          VALUE 3.
       01  WRK-PREFERENCIA-EXISTE PICTURE X(01) VALUE "N".
           88  WRK-PREFERENCIA-EXISTE-SIM    VALUE "S".
       01  WRK-ENTRADA-VALIDA   PICTURE X(01)  VALUE "N".
           88  WRK-ENTRADA-VALIDA-SIM        VALUE "S".
       01  WRK-RESPOSTA         PICTURE X(01)  VALUE SPACES.
       01  WRK-PERGUNTA         PICTURE X(40)  VALUE SPACES.
       01  WRK-VALOR-LIMITE     PICTURE S9(10) SIGN LEADING SEPARATE.

      *---- PREFERENCIAS ANTES DA MANUTENCAO (ESPACOS/ZERO QUANDO A
      *---- CONTA AINDA NAO TINHA ADESAO), PARA O LOG POR CAMPO

       01  WRK-AVP-ANTES.
           05  WRK-ANT-CANAL        PICTURE X(01).
           05  WRK-ANT-DEBITO       PICTURE X(01).
           05  WRK-ANT-LIMITE       PICTURE S9(10) COMP-3.
           05  WRK-ANT-REJEITO      PICTURE X(01).
           05  WRK-ANT-ORDEM        PICTURE X(01).
           05  WRK-ANT-BLOQUEIO     PICTURE X(01).
           05  WRK-ANT-SITUACAO     PICTURE X(01).
           05  WRK-ANT-TARIFA       PICTURE X(01).

       01  WRK-VALOR-ANTES-ED   PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-DEPOIS-ED  PICTURE X(20)  VALUE SPACES.
       01  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZ9.
       01  WRK-LOG-ACAO         PICTURE X(10)  VALUE SPACES.
       01  WRK-LOG-CAMPO        PICTURE X(15)  VALUE SPACES.

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

           DISPLAY "AVISOS AO CLIENTE (1-ADERIR/ALTERAR,"
               "2-CANCELAR ADESAO,3-CONSULTAR) ? "
               ACCEPT WRK-ACAO.
           DISPLAY "DIGITE A CHAVE DO CLIENTE "
               ACCEPT CM-CHAVE.

           EVALUATE TRUE
               WHEN WRK-ACAO-GRAVAR
                   PERFORM 2000-GRAVA-PREFERENCIA
               WHEN WRK-ACAO-CANCELAR
                   PERFORM 3000-CANCELA-ADESAO
               WHEN WRK-ACAO-CONSULTAR
                   PERFORM 4000-CONSULTA-PREFERENCIA
               WHEN OTHER
                   DISPLAY "ACAO DE MANUTENCAO INVALIDA"
           END-EVALUATE.

           PERFORM 9000-FECHAR-ARQUIVOS.

           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PREFERENCIAS.
           IF WRK-STATUS-PREFERENCIAS = "35"
               OPEN OUTPUT PREFERENCIAS
               CLOSE PREFERENCIAS
               OPEN I-O PREFERENCIAS
           END-IF.

           OPEN INPUT CONTATOS.
           IF WRK-STATUS-CONTATOS = "00"
               MOVE "S" TO WRK-CONTATOS-DISPONIVEL
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

      *---- ADESAO OU ALTERACAO: A CONTA PRECISA EXISTIR NO MESTRE E
      *---- NAO ESTAR ENCERRADA; TODAS AS PREFERENCIAS SAO REDIGITADAS
      *---- E SO OS CAMPOS QUE MUDARAM VAO PARA O LOG

       2000-GRAVA-PREFERENCIA.
           READ CLIENTES-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   EXIT PARAGRAPH
           END-READ.

           IF CM-SITUACAO = "E"
               DISPLAY "CONTA ENCERRADA NAO RECEBE AVISOS"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-PREFERENCIA-EXISTE.
           MOVE CM-CHAVE TO AVP-CHAVE.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-PREFERENCIA-EXISTE
           END-READ.

           IF WRK-PREFERENCIA-EXISTE-SIM
               MOVE AVP-CANAL         TO WRK-ANT-CANAL
               MOVE AVP-AV-DEBITO     TO WRK-ANT-DEBITO
               MOVE AVP-LIMITE-DEBITO TO WRK-ANT-LIMITE
               MOVE AVP-AV-REJEITO    TO WRK-ANT-REJEITO
               MOVE AVP-AV-ORDEM      TO WRK-ANT-ORDEM
               MOVE AVP-AV-BLOQUEIO   TO WRK-ANT-BLOQUEIO
               MOVE AVP-AV-SITUACAO   TO WRK-ANT-SITUACAO
               MOVE AVP-AV-TARIFA     TO WRK-ANT-TARIFA
               PERFORM 4100-MOSTRA-PREFERENCIA
           ELSE
               MOVE SPACES TO WRK-ANT-CANAL WRK-ANT-DEBITO
                              WRK-ANT-REJEITO WRK-ANT-ORDEM
                              WRK-ANT-BLOQUEIO WRK-ANT-SITUACAO
                              WRK-ANT-TARIFA
               MOVE ZEROS  TO WRK-ANT-LIMITE
           END-IF.

           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY "CANAL DO AVISO (E-EMAIL, S-SMS) ? "
               ACCEPT AVP-CANAL
               IF AVP-CANAL NOT = "E" AND AVP-CANAL NOT = "S"
                   DISPLAY "CANAL INVALIDO - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

           MOVE "AVISAR DEBITOS (S/N) ? "  TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-DEBITO.

           MOVE ZEROS TO AVP-LIMITE-DEBITO.
           IF AVP-AV-DEBITO = "S"
               MOVE "N" TO WRK-ENTRADA-VALIDA
               PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
                   DISPLAY "AVISAR DEBITOS A PARTIR DE QUE VALOR "
                       "(MOEDA " CM-MOEDA ", ZERO = TODOS) ? "
                   ACCEPT WRK-VALOR-LIMITE
                   IF WRK-VALOR-LIMITE IS NOT NUMERIC OR
                           WRK-VALOR-LIMITE IS LESS THAN ZERO
                       DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
                   ELSE
                       MOVE "S" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               MOVE WRK-VALOR-LIMITE TO AVP-LIMITE-DEBITO
           END-IF.

           MOVE "AVISAR RECUSA POR SALDO MINIMO (S/N) ? "
               TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-REJEITO.

           MOVE "AVISAR ORDEM PERMANENTE NAO POSTADA (S/N) ? "
               TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-ORDEM.

           MOVE "AVISAR BLOQUEIO NOVO OU LIBERADO (S/N) ? "
               TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-BLOQUEIO.

           MOVE "AVISAR CONTA BLOQUEADA/DORMENTE (S/N) ? "
               TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-SITUACAO.

           MOVE "AVISAR TARIFA MENSAL (S/N) ? " TO WRK-PERGUNTA.
           PERFORM 2100-ACEITA-INDICADOR.
           MOVE WRK-RESPOSTA TO AVP-AV-TARIFA.

           MOVE CM-CHAVE TO AVP-CHAVE.
           IF WRK-PREFERENCIA-EXISTE-SIM
               REWRITE PREFERENCIA-AVISO-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR PREFERENCIAS - "
                           "STATUS " WRK-STATUS-PREFERENCIAS
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "ALT-AVISO" TO WRK-LOG-ACAO
           ELSE
               WRITE PREFERENCIA-AVISO-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR PREFERENCIAS - "
                           "STATUS " WRK-STATUS-PREFERENCIAS
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "INC-AVISO" TO WRK-LOG-ACAO
           END-IF.

           PERFORM 2500-LOGA-PREFERENCIA.
           PERFORM 2600-CONFERE-CONTATO.

           DISPLAY "PREFERENCIAS DE AVISO GRAVADAS".

       2100-ACEITA-INDICADOR.
           MOVE "N" TO WRK-ENTRADA-VALIDA.
           PERFORM UNTIL WRK-ENTRADA-VALIDA-SIM
               DISPLAY WRK-PERGUNTA
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA NOT = "S" AND WRK-RESPOSTA NOT = "N"
                   DISPLAY "INDICADOR INVALIDO - DIGITE NOVAMENTE"
               ELSE
                   MOVE "S" TO WRK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.

      *---- UMA LINHA DE LOG POR CAMPO ALTERADO (NA ADESAO, TODOS)

       2500-LOGA-PREFERENCIA.
           IF AVP-CANAL NOT = WRK-ANT-CANAL
               MOVE "CANAL-AVISO"    TO WRK-LOG-CAMPO
               MOVE WRK-ANT-CANAL    TO WRK-VALOR-ANTES-ED
               MOVE AVP-CANAL        TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-DEBITO NOT = WRK-ANT-DEBITO
               MOVE "AVISO-DEBITO"   TO WRK-LOG-CAMPO
               MOVE WRK-ANT-DEBITO   TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-DEBITO    TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-LIMITE-DEBITO NOT = WRK-ANT-LIMITE OR
                   NOT WRK-PREFERENCIA-EXISTE-SIM
               MOVE "LIMITE-DEBITO"  TO WRK-LOG-CAMPO
               MOVE WRK-ANT-LIMITE   TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED     TO WRK-VALOR-ANTES-ED
               MOVE AVP-LIMITE-DEBITO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED     TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-REJEITO NOT = WRK-ANT-REJEITO
               MOVE "AVISO-REJEITO"  TO WRK-LOG-CAMPO
               MOVE WRK-ANT-REJEITO  TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-REJEITO   TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-ORDEM NOT = WRK-ANT-ORDEM
               MOVE "AVISO-ORDEM"    TO WRK-LOG-CAMPO
               MOVE WRK-ANT-ORDEM    TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-ORDEM     TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-BLOQUEIO NOT = WRK-ANT-BLOQUEIO
               MOVE "AVISO-BLOQUEIO" TO WRK-LOG-CAMPO
               MOVE WRK-ANT-BLOQUEIO TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-BLOQUEIO  TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-SITUACAO NOT = WRK-ANT-SITUACAO
               MOVE "AVISO-SITUACAO" TO WRK-LOG-CAMPO
               MOVE WRK-ANT-SITUACAO TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-SITUACAO  TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

           IF AVP-AV-TARIFA NOT = WRK-ANT-TARIFA
               MOVE "AVISO-TARIFA"   TO WRK-LOG-CAMPO
               MOVE WRK-ANT-TARIFA   TO WRK-VALOR-ANTES-ED
               MOVE AVP-AV-TARIFA    TO WRK-VALOR-DEPOIS-ED
               PERFORM 5000-GRAVA-LOG
           END-IF.

      *---- SO ALERTA O OPERADOR: SEM CONTATO OU SEM O DADO DO CANAL
      *---- ESCOLHIDO OS AVISOS DA CONTA CAEM NA LISTAGEM DE EXCECAO
      *---- DO GERADOR ATE O CLICTTM SER ATUALIZADO

       2600-CONFERE-CONTATO.
           IF NOT WRK-CONTATOS-DISPONIVEL-SIM
               DISPLAY "CADASTRO DE CONTATOS INDISPONIVEL - DESTINO "
                   "NAO CONFERIDO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHAVE TO CTT-CHAVE.
           READ CONTATOS
               INVALID KEY
                   DISPLAY "ATENCAO: CONTA SEM CONTATO CADASTRADO - "
                       "INCLUA NO CLICTTM"
                   EXIT PARAGRAPH
           END-READ.

           IF AVP-CANAL = "E" AND CTT-EMAIL = SPACES
               DISPLAY "ATENCAO: CONTATO SEM EMAIL - ATUALIZE NO "
                   "CLICTTM"
           END-IF.
           IF AVP-CANAL = "S" AND CTT-TELEFONE = SPACES
               DISPLAY "ATENCAO: CONTATO SEM TELEFONE - ATUALIZE NO "
                   "CLICTTM"
           END-IF.

      *---- CANCELAMENTO DA ADESAO: O REGISTRO SAI DO CADASTRO E A
      *---- CONTA DEIXA DE RECEBER QUALQUER AVISO

       3000-CANCELA-ADESAO.
           MOVE CM-CHAVE TO AVP-CHAVE.
           READ PREFERENCIAS
               INVALID KEY
                   DISPLAY "CONTA SEM ADESAO A AVISOS"
                   EXIT PARAGRAPH
           END-READ.

           DELETE PREFERENCIAS RECORD.

           MOVE "EXC-AVISO"   TO WRK-LOG-ACAO
           MOVE "ADESAO-AVISO" TO WRK-LOG-CAMPO
           MOVE AVP-CANAL     TO WRK-VALOR-ANTES-ED
           MOVE SPACES        TO WRK-VALOR-DEPOIS-ED
           PERFORM 5000-GRAVA-LOG.

           DISPLAY "ADESAO A AVISOS CANCELADA".

       4000-CONSULTA-PREFERENCIA.
           MOVE CM-CHAVE TO AVP-CHAVE.
           READ PREFERENCIAS
               INVALID KEY
                   DISPLAY "CONTA SEM ADESAO A AVISOS"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 4100-MOSTRA-PREFERENCIA.

       4100-MOSTRA-PREFERENCIA.
           MOVE AVP-LIMITE-DEBITO TO WRK-VALOR-ED.
           DISPLAY "CANAL.............: " AVP-CANAL.
           DISPLAY "AVISO DE DEBITO...: " AVP-AV-DEBITO
               " A PARTIR DE " WRK-VALOR-ED.
           DISPLAY "SALDO MINIMO......: " AVP-AV-REJEITO.
           DISPLAY "ORDEM PERMANENTE..: " AVP-AV-ORDEM.
           DISPLAY "BLOQUEIO..........: " AVP-AV-BLOQUEIO.
           DISPLAY "SITUACAO DA CONTA.: " AVP-AV-SITUACAO.
           DISPLAY "TARIFA MENSAL.....: " AVP-AV-TARIFA.

      *---- GRAVA UM REGISTRO NO LOG DE MANUTENCAO

       5000-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           MOVE CM-CHAVE               TO LOG-CHAVE
           MOVE WRK-LOG-ACAO           TO LOG-ACAO
           MOVE WRK-LOG-CAMPO          TO LOG-CAMPO
           MOVE WRK-VALOR-ANTES-ED     TO LOG-VALOR-ANTES
           MOVE WRK-VALOR-DEPOIS-ED    TO LOG-VALOR-DEPOIS
           MOVE WRK-DATA-HORA (1:8)    TO LOG-DATA
           MOVE WRK-DATA-HORA (9:8)    TO LOG-HORA
           MOVE WRK-OPERADOR           TO LOG-OPERADOR

           WRITE REG-LOG-MANUTENCAO.

       9000-FECHAR-ARQUIVOS.
           CLOSE CLIENTES-MASTER.
           CLOSE PREFERENCIAS.
           IF WRK-CONTATOS-DISPONIVEL-SIM
               CLOSE CONTATOS
           END-IF.
           CLOSE LOG-MANUTENCAO.

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLIAVIS.
      * GERADOR DOS AVISOS AOS CLIENTES (EMAIL/SMS) - MONTA O ARQUIVO
      * CLIAVS PARA O PROVEDOR DE MENSAGENS, UM DETALHE POR AVISO COM
      * CANAL, DESTINO, MODELO E VARIAVEIS, PARA AS CONTAS QUE
      * ADERIRAM NO CADASTRO DE PREFERENCIAS (CLIAVP, MANTIDO PELO
      * CLIAVPM). OS AVISOS SAO:
      *   - DEBITO A PARTIR DO VALOR ESCOLHIDO PELO CLIENTE
      *   - TARIFA MENSAL COBRADA (CLITARF)
      *   - LANCAMENTO RECUSADO POR SALDO MINIMO (CLIREJ)
      *   - ORDEM PERMANENTE (CLIORD) QUE NAO POSTOU
      *   - BLOQUEIO PARCIAL (CLIBLQ) NOVO OU LIBERADO
      *   - CONTA QUE PASSOU A BLOQUEADA (B) OU DORMENTE (D)
      * O DESTINO VEM DO CADASTRO DE CONTATO (CLICTT); AVISO DE CONTA
      * SEM CONTATO, SEM DESTINO VALIDO PARA O CANAL OU FORA DO
      * MESTRE VAI PARA A LISTAGEM DE EXCECAO (CLIAVIS.LST) E DEVOLVE
      * CONDITION CODE 4.
      * O PASSO GUARDA NO ARQUIVO DE RETRATO (CLIAVR) A DATA E HORA
      * DA EXECUCAO ANTERIOR E O ESTADO QUE JA FOI AVISADO: CONTAS
      * BLOQUEADAS/DORMENTES, BLOQUEIOS EM VIGOR E ULTIMO NUMERO
      * GERADO DE CADA ORDEM. TRILHA (CLIAUD) E REJEITOS (CLIREJ) SAO
      * LIDOS DA EXECUCAO ANTERIOR ATE O INICIO DESTA PELA DATA E HORA
      * DE CADA REGISTRO (O CLIREJ E EXPURGADO PELO CLIHKP, ENTAO UMA
      * MARCA POR QUANTIDADE NAO SERVIRIA); O RESTO E COMPARADO COM O
      * RETRATO. SEM RETRATO (PRIMEIRA EXECUCAO) O PASSO SO GRAVA O
      * RETRATO, SEM AVISAR O PASSADO. RODA NO CLIBATCH DEPOIS DA
      * POSTAGEM E NO CLIMENSAL ANTES DO FECHAMENTO (QUE ARQUIVA A
      * TRILHA COM AS TARIFAS DO MES)
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

           SELECT REGISTRO-ARQUIVOS ASSIGN TO "CLILID"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REGISTRO.

           SELECT AUDITORIA ASSIGN TO "CLIAUD"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AUDITORIA.

           SELECT REJEITOS ASSIGN TO "CLIREJ"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-REJEITOS.

           SELECT PENDENTES-APROVACAO ASSIGN TO "CLIPND"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PENDENTES.

           SELECT RETRATO-AVISOS ASSIGN TO "CLIAVR"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RETRATO.

           SELECT AVISOS ASSIGN TO "CLIAVS"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-AVISOS.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RUN-LOG ASSIGN TO "CLIRUN"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RUNLOG.

           SELECT RELATORIO ASSIGN TO "CLIAVIS.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

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

       FD  BLOQUEIOS
           LABEL RECORD IS STANDARD.
           COPY CLIBLQ.

       FD  ORDENS-PERMANENTES
           LABEL RECORD IS STANDARD.
           COPY CLIORD.

       FD  REGISTRO-ARQUIVOS
           LABEL RECORD IS STANDARD.
           COPY CLILID.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY CLIAUD.

       FD  REJEITOS
           LABEL RECORD IS STANDARD.
           COPY CLIREJ.

       FD  PENDENTES-APROVACAO
           LABEL RECORD IS STANDARD.
           COPY CLIPND.

      *---- RETRATO DO QUE JA FOI AVISADO, REGRAVADO POR INTEIRO NO
      *---- FIM DE CADA EXECUCAO: UM REGISTRO DE CONTROLE (C) COM A
      *---- DATA E HORA DA EXECUCAO, DEPOIS AS CONTAS BLOQUEADAS OU
      *---- DORMENTES (S), OS BLOQUEIOS EM VIGOR (B) E O ULTIMO
      *---- NUMERO CONFERIDO DE CADA ORDEM (O), CADA GRUPO NA ORDEM
      *---- DA CHAVE DO SEU ARQUIVO
       FD  RETRATO-AVISOS
           LABEL RECORD IS STANDARD.
       01  REG-RETRATO-AVISO.
           05  AVR-TIPO            PICTURE X(01).
           05  AVR-ID              PICTURE X(12).
           05  AVR-SITUACAO        PICTURE X(01).
           05  AVR-VALOR           PICTURE 9(10).
           05  AVR-MOTIVO          PICTURE X(10).
           05  AVR-NUM-TRANSACAO   PICTURE X(16).
       01  REG-RETRATO-CONTROLE.
           05  AVRC-TIPO           PICTURE X(01).
           05  AVRC-CARIMBO        PICTURE X(16).
           05  AVRC-DATA-PROCESSO  PICTURE 9(08).

       FD  AVISOS
           LABEL RECORD IS STANDARD.
           COPY CLIAVS.

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
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PREFERENCIAS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-CONTATOS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-BLOQUEIOS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-ORDENS    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-REGISTRO  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AUDITORIA PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-REJEITOS  PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PENDENTES PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RETRATO   PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-AVISOS    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-PARAMETROS PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RUNLOG    PICTURE X(02) VALUE SPACES.
       01  WRK-STATUS-RELATORIO PICTURE X(02) VALUE SPACES.
       01  WRK-PREFERENCIAS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-PREFERENCIAS-DISPONIVEL-SIM VALUE "S".
       01  WRK-CONTATOS-DISPONIVEL PICTURE X(01) VALUE "N".
           88  WRK-CONTATOS-DISPONIVEL-SIM   VALUE "S".
       01  WRK-PRIMEIRA-EXECUCAO PICTURE X(01) VALUE "N".
           88  WRK-PRIMEIRA-EXECUCAO-SIM     VALUE "S".
       01  WRK-FIM-ARQUIVO      PICTURE X(01) VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM           VALUE "S".
       01  WRK-DATA-HORA        PICTURE X(21) VALUE SPACES.
       01  WRK-DATA-PROCESSO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-ARQUIVO-ID       PICTURE X(08) VALUE SPACES.

      *---- JANELA DE LEITURA DA TRILHA E DOS REJEITOS: DEPOIS DA
      *---- EXECUCAO ANTERIOR E ATE O INICIO DESTA (DATA + HORA COM
      *---- CENTESIMOS, MESMO FORMATO DE AUD-DATA/AUD-HORA)

       01  WRK-CARIMBO-ANTERIOR PICTURE X(16) VALUE SPACES.
       01  WRK-CARIMBO-ATUAL    PICTURE X(16) VALUE SPACES.
       01  WRK-CARIMBO-REGISTRO PICTURE X(16) VALUE SPACES.
       01  WRK-VARIACAO         PICTURE S9(10) COMP-3 VALUE ZEROS.

      *---- RETRATO ANTERIOR (CARREGADO DO CLIAVR) E RETRATO NOVO
      *---- (MONTADO NESTA EXECUCAO), UMA TABELA POR GRUPO, AMBAS NA
      *---- ORDEM DA CHAVE; O CURSOR ANDA NA TABELA ANTERIOR JUNTO COM
      *---- A LEITURA SEQUENCIAL DO ARQUIVO CORRESPONDENTE

       01  WRK-TAB-SIT-ANT.
           05  WRK-SAN-ENTRADA OCCURS 5000 TIMES.
               10  WRK-SAN-CHAVE        PICTURE X(10).
               10  WRK-SAN-SITUACAO     PICTURE X(01).
       01  WRK-QTDE-SAN         PICTURE 9(04) VALUE ZEROS.
       01  WRK-SAN-CURSOR       PICTURE 9(04) VALUE ZEROS.

       01  WRK-TAB-SIT-NOVA.
           05  WRK-SNV-ENTRADA OCCURS 5000 TIMES.
               10  WRK-SNV-CHAVE        PICTURE X(10).
               10  WRK-SNV-SITUACAO     PICTURE X(01).
       01  WRK-QTDE-SNV         PICTURE 9(04) VALUE ZEROS.

       01  WRK-TAB-BLQ-ANT.
           05  WRK-BAN-ENTRADA OCCURS 5000 TIMES.
               10  WRK-BAN-ID           PICTURE X(12).
               10  WRK-BAN-VALOR        PICTURE 9(10).
               10  WRK-BAN-MOTIVO       PICTURE X(10).
       01  WRK-QTDE-BAN         PICTURE 9(04) VALUE ZEROS.
       01  WRK-BAN-CURSOR       PICTURE 9(04) VALUE ZEROS.

       01  WRK-TAB-BLQ-NOVA.
           05  WRK-BNV-ENTRADA OCCURS 5000 TIMES.
               10  WRK-BNV-ID           PICTURE X(12).
               10  WRK-BNV-VALOR        PICTURE 9(10).
               10  WRK-BNV-MOTIVO       PICTURE X(10).
       01  WRK-QTDE-BNV         PICTURE 9(04) VALUE ZEROS.

       01  WRK-TAB-ORD-ANT.
           05  WRK-OAN-ENTRADA OCCURS 5000 TIMES.
               10  WRK-OAN-ID           PICTURE X(12).
               10  WRK-OAN-NTR          PICTURE X(16).
       01  WRK-QTDE-OAN         PICTURE 9(04) VALUE ZEROS.
       01  WRK-OAN-CURSOR       PICTURE 9(04) VALUE ZEROS.

       01  WRK-TAB-ORD-NOVA.
           05  WRK-ONV-ENTRADA OCCURS 5000 TIMES.
               10  WRK-ONV-ID           PICTURE X(12).
               10  WRK-ONV-NTR          PICTURE X(16).
       01  WRK-QTDE-ONV         PICTURE 9(04) VALUE ZEROS.

      *---- ORDENS GERADAS DESDE A EXECUCAO ANTERIOR, A CONFERIR:
      *---- ARQUIVO POSTADO (CLILID) E RESULTADO DA POSTAGEM
      *---- WRK-GER-RESULTADO: ESPACO-SEM NOTICIA  P-POSTOU
      *---- R-RECUSADA POR SALDO MINIMO  A-AGUARDANDO APROVACAO

       01  WRK-TAB-GERADAS.
           05  WRK-GER-ENTRADA OCCURS 2000 TIMES.
               10  WRK-GER-ID           PICTURE X(12).
               10  WRK-GER-NTR          PICTURE X(16).
               10  WRK-GER-NTR-ANTERIOR PICTURE X(16).
               10  WRK-GER-VALOR        PICTURE S9(10) COMP-3.
               10  WRK-GER-VENCIMENTO   PICTURE 9(08).
               10  WRK-GER-IND-NOVA     PICTURE 9(04).
               10  WRK-GER-ARQ-POSTADO  PICTURE X(01).
               10  WRK-GER-RESULTADO    PICTURE X(01).
       01  WRK-QTDE-GERADAS     PICTURE 9(04) VALUE ZEROS.
       01  WRK-GER-IND          PICTURE 9(04) VALUE ZEROS.

       01  WRK-ID-CORRENTE      PICTURE X(12) VALUE SPACES.
       01  WRK-BLQ-EM-VIGOR     PICTURE X(01) VALUE "N".
           88  WRK-BLQ-EM-VIGOR-SIM          VALUE "S".
       01  WRK-ACHOU            PICTURE X(01) VALUE "N".
           88  WRK-ACHOU-SIM                 VALUE "S".

      *---- DADOS DO AVISO CORRENTE, PREPARADOS POR QUEM O DETECTA
      *---- WRK-AVI-TIPO (PREFERENCIA QUE O LIBERA): D-DEBITO
      *---- T-TARIFA R-REJEITO O-ORDEM B-BLOQUEIO S-SITUACAO

       01  WRK-AVI-CHAVE        PICTURE X(10) VALUE SPACES.
       01  WRK-AVI-TIPO         PICTURE X(01) VALUE SPACES.
       01  WRK-AVI-MODELO       PICTURE X(10) VALUE SPACES.
       01  WRK-AVI-VALOR        PICTURE S9(10) COMP-3 VALUE ZEROS.
       01  WRK-AVI-DATA         PICTURE 9(08) VALUE ZEROS.
       01  WRK-AVI-REFERENCIA   PICTURE X(16) VALUE SPACES.
       01  WRK-AVI-COMPLEMENTO  PICTURE X(10) VALUE SPACES.
       01  WRK-AVI-ADERIU       PICTURE X(01) VALUE "N".
       01  WRK-AVI-MOTIVO       PICTURE X(20) VALUE SPACES.
       01  WRK-AVI-DESTINO      PICTURE X(30) VALUE SPACES.

      *---- CONFERENCIA DO DESTINO: EMAIL COM UMA UNICA ARROBA, NOME
      *---- ANTES DELA E PONTO NO DOMINIO; TELEFONE SO COM DIGITOS E
      *---- SEPARADORES, DE 10 A 13 DIGITOS (DDD, COM OU SEM PAIS)

       01  WRK-DESTINO-OK       PICTURE X(01) VALUE "N".
           88  WRK-DESTINO-OK-SIM            VALUE "S".
       01  WRK-POS              PICTURE 9(02) VALUE ZEROS.
       01  WRK-CARACTER         PICTURE X(01) VALUE SPACES.
       01  WRK-TAMANHO          PICTURE 9(02) VALUE ZEROS.
       01  WRK-FIM-TEXTO        PICTURE X(01) VALUE "N".
           88  WRK-FIM-TEXTO-SIM             VALUE "S".
       01  WRK-QTDE-ARROBA      PICTURE 9(02) VALUE ZEROS.
       01  WRK-POS-ARROBA       PICTURE 9(02) VALUE ZEROS.
       01  WRK-POS-PONTO        PICTURE 9(02) VALUE ZEROS.
       01  WRK-QTDE-DIGITOS     PICTURE 9(02) VALUE ZEROS.
       01  WRK-TELEFONE-DIGITOS PICTURE X(15) VALUE SPACES.

       01  WRK-SEQ-AVISO        PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-DETECTADOS  PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-EMAIL       PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-SMS         PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-EXCECOES    PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-SEM-CONTATO PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-DESTINO-INV PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-SEM-CONTA   PICTURE 9(07) VALUE ZEROS.
       01  WRK-QTDE-OMITIDOS    PICTURE 9(07) VALUE ZEROS.
       01  WRK-CONTADOR-ED      PICTURE ZZZ.ZZ9.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "AVISOS AO CLIENTE - LISTAGEM DE EXCECAO ".
           05  FILLER               PICTURE X(04)  VALUE "EM ".
           05  CAB-DATA             PICTURE 9(08).
           05  FILLER               PICTURE X(09)  VALUE " ARQUIVO ".
           05  CAB-ARQUIVO-ID       PICTURE X(08).
       01  CAB-COLUNAS.
           05  FILLER               PICTURE X(11)  VALUE "CONTA".
           05  FILLER               PICTURE X(11)  VALUE "MODELO".
           05  FILLER               PICTURE X(06)  VALUE "CANAL".
           05  FILLER               PICTURE X(21)  VALUE "MOTIVO".
           05  FILLER               PICTURE X(16)  VALUE "REFERENCIA".
       01  DET-EXCECAO.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MODELO           PICTURE X(10).
           05  FILLER               PICTURE X(03)  VALUE SPACES.
           05  DET-CANAL            PICTURE X(01).
           05  FILLER               PICTURE X(03)  VALUE SPACES.
           05  DET-MOTIVO           PICTURE X(20).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-REFERENCIA       PICTURE X(16).
       01  DET-SEM-EXCECAO.
           05  FILLER               PICTURE X(40)  VALUE
               "NENHUM AVISO EM EXCECAO".
       01  CAB-RESUMO.
           05  FILLER               PICTURE X(40)  VALUE
               "RESUMO DA GERACAO".
       01  DET-RESUMO.
           05  DET-RES-DESCRICAO    PICTURE X(40).
           05  DET-RES-QTDE-ED      PICTURE ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 1050-LE-PARAMETROS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:16)  TO WRK-CARIMBO-ATUAL.
           MOVE "A"                   TO WRK-ARQUIVO-ID (1:1).
           MOVE WRK-DATA-PROCESSO (2:7) TO WRK-ARQUIVO-ID (2:7).

           PERFORM 1000-CARREGA-RETRATO.

           OPEN INPUT CLIENTES-MASTER.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 5000-GRAVA-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT PREFERENCIAS.
           IF WRK-STATUS-PREFERENCIAS = "00"
               MOVE "S" TO WRK-PREFERENCIAS-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE PREFERENCIAS AUSENTE - NENHUMA "
                   "CONTA ADERIU A AVISOS"
           END-IF.

           OPEN INPUT CONTATOS.
           IF WRK-STATUS-CONTATOS = "00"
               MOVE "S" TO WRK-CONTATOS-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE CONTATOS AUSENTE - AVISOS VAO "
                   "PARA A LISTAGEM DE EXCECAO"
           END-IF.

           OPEN OUTPUT AVISOS.
           MOVE SPACES              TO AVS-HEADER
           MOVE "H"                 TO AVSH-TIPO
           MOVE WRK-DATA-PROCESSO   TO AVSH-DATA
           MOVE WRK-DATA-HORA (9:6) TO AVSH-HORA
           MOVE WRK-ARQUIVO-ID      TO AVSH-ARQUIVO-ID
           WRITE AVS-HEADER.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-PROCESSO TO CAB-DATA.
           MOVE WRK-ARQUIVO-ID    TO CAB-ARQUIVO-ID.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS.

           PERFORM 2000-SITUACOES.
           PERFORM 2100-BLOQUEIOS.
           PERFORM 2200-ORDENS.

           IF NOT WRK-PRIMEIRA-EXECUCAO-SIM
               PERFORM 2300-ARQUIVOS-POSTADOS
               PERFORM 3000-TRILHA
               PERFORM 3100-REJEITOS
               PERFORM 3200-PENDENTES
               PERFORM 3300-ORDENS-NAO-POSTADAS
           END-IF.

           MOVE SPACES              TO AVS-TRAILER
           MOVE "T"                 TO AVST-TIPO
           MOVE WRK-SEQ-AVISO       TO AVST-QTDE
           MOVE WRK-QTDE-EMAIL      TO AVST-QTDE-EMAIL
           MOVE WRK-QTDE-SMS        TO AVST-QTDE-SMS
           WRITE AVS-TRAILER.
           CLOSE AVISOS.

           PERFORM 4000-IMPRIME-RESUMO.
           CLOSE RELATORIO.

           CLOSE CLIENTES-MASTER.
           IF WRK-PREFERENCIAS-DISPONIVEL-SIM
               CLOSE PREFERENCIAS
           END-IF.
           IF WRK-CONTATOS-DISPONIVEL-SIM
               CLOSE CONTATOS
           END-IF.

           PERFORM 1400-GRAVA-RETRATO.

           DISPLAY "ARQUIVO DE AVISOS " WRK-ARQUIVO-ID " GERADO".
           MOVE WRK-QTDE-DETECTADOS TO WRK-CONTADOR-ED.
           DISPLAY "AVISOS PARA CONTAS COM ADESAO: " WRK-CONTADOR-ED.
           MOVE WRK-SEQ-AVISO TO WRK-CONTADOR-ED.
           DISPLAY "AVISOS GRAVADOS: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-EXCECOES TO WRK-CONTADOR-ED.
           DISPLAY "AVISOS EM EXCECAO: " WRK-CONTADOR-ED.
           MOVE WRK-QTDE-OMITIDOS TO WRK-CONTADOR-ED.
           DISPLAY "ITENS NAO CONFERIDOS (TABELA CHEIA): "
               WRK-CONTADOR-ED.

      *---- EXCECAO NAO PARA A CADEIA, MAS FICA VISIVEL NO CONDITION
      *---- CODE; ITEM NAO CONFERIDO E FALHA DO PASSO (O RETRATO FICA
      *---- INCOMPLETO E O ITEM PODE SER AVISADO DE NOVO)

           EVALUATE TRUE
               WHEN WRK-QTDE-OMITIDOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTDE-EXCECOES > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 5000-GRAVA-RUN-LOG.

           STOP RUN.

      *---- CARREGA O RETRATO DA EXECUCAO ANTERIOR; SEM ELE E A
      *---- PRIMEIRA EXECUCAO E NADA E AVISADO

       1000-CARREGA-RETRATO.
           OPEN INPUT RETRATO-AVISOS.
           IF WRK-STATUS-RETRATO NOT = "00"
               DISPLAY "RETRATO DOS AVISOS AUSENTE - PRIMEIRA "
                   "EXECUCAO, SO GRAVA O RETRATO"
               MOVE "S" TO WRK-PRIMEIRA-EXECUCAO
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ RETRATO-AVISOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1100-GUARDA-RETRATO
               END-READ
           END-PERFORM.

           CLOSE RETRATO-AVISOS.

           IF WRK-CARIMBO-ANTERIOR = SPACES
               DISPLAY "RETRATO DOS AVISOS SEM REGISTRO DE CONTROLE - "
                   "TRATADO COMO PRIMEIRA EXECUCAO"
               MOVE "S" TO WRK-PRIMEIRA-EXECUCAO
           END-IF.

       1100-GUARDA-RETRATO.
           EVALUATE AVR-TIPO
               WHEN "C"
                   MOVE AVRC-CARIMBO TO WRK-CARIMBO-ANTERIOR
               WHEN "S"
                   IF WRK-QTDE-SAN < 5000
                       ADD 1 TO WRK-QTDE-SAN
                       MOVE AVR-ID (1:10) TO
                           WRK-SAN-CHAVE (WRK-QTDE-SAN)
                       MOVE AVR-SITUACAO  TO
                           WRK-SAN-SITUACAO (WRK-QTDE-SAN)
                   ELSE
                       ADD 1 TO WRK-QTDE-OMITIDOS
                   END-IF
               WHEN "B"
                   IF WRK-QTDE-BAN < 5000
                       ADD 1 TO WRK-QTDE-BAN
                       MOVE AVR-ID     TO WRK-BAN-ID (WRK-QTDE-BAN)
                       MOVE AVR-VALOR  TO WRK-BAN-VALOR (WRK-QTDE-BAN)
                       MOVE AVR-MOTIVO TO WRK-BAN-MOTIVO (WRK-QTDE-BAN)
                   ELSE
                       ADD 1 TO WRK-QTDE-OMITIDOS
                   END-IF
               WHEN "O"
                   IF WRK-QTDE-OAN < 5000
                       ADD 1 TO WRK-QTDE-OAN
                       MOVE AVR-ID     TO WRK-OAN-ID (WRK-QTDE-OAN)
                       MOVE AVR-NUM-TRANSACAO TO
                           WRK-OAN-NTR (WRK-QTDE-OAN)
                   ELSE
                       ADD 1 TO WRK-QTDE-OMITIDOS
                   END-IF
               WHEN OTHER
                   DISPLAY "REGISTRO INVALIDO NO RETRATO IGNORADO: "
                       AVR-TIPO AVR-ID
           END-EVALUATE.

      *---- DATA DE REFERENCIA DOS AVISOS E DA VIGENCIA DOS BLOQUEIOS
      *---- E A DATA DE PROCESSAMENTO DO LOTE (PRM-DATA-PROCESSO)

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

      *---- O RETRATO SO E REGRAVADO DEPOIS DE TODOS OS AVISOS
      *---- GRAVADOS: UMA EXECUCAO INTERROMPIDA REFAZ A MESMA JANELA

       1400-GRAVA-RETRATO.
           OPEN OUTPUT RETRATO-AVISOS.

           MOVE SPACES            TO REG-RETRATO-CONTROLE
           MOVE "C"               TO AVRC-TIPO
           MOVE WRK-CARIMBO-ATUAL TO AVRC-CARIMBO
           MOVE WRK-DATA-PROCESSO TO AVRC-DATA-PROCESSO
           WRITE REG-RETRATO-CONTROLE.

           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-SNV
               MOVE SPACES TO REG-RETRATO-AVISO
               MOVE "S"    TO AVR-TIPO
               MOVE WRK-SNV-CHAVE (WRK-GER-IND)    TO AVR-ID
               MOVE WRK-SNV-SITUACAO (WRK-GER-IND) TO AVR-SITUACAO
               MOVE ZEROS  TO AVR-VALOR
               WRITE REG-RETRATO-AVISO
           END-PERFORM.

           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-BNV
               MOVE SPACES TO REG-RETRATO-AVISO
               MOVE "B"    TO AVR-TIPO
               MOVE WRK-BNV-ID (WRK-GER-IND)     TO AVR-ID
               MOVE WRK-BNV-VALOR (WRK-GER-IND)  TO AVR-VALOR
               MOVE WRK-BNV-MOTIVO (WRK-GER-IND) TO AVR-MOTIVO
               WRITE REG-RETRATO-AVISO
           END-PERFORM.

           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-ONV
               IF WRK-ONV-NTR (WRK-GER-IND) NOT = SPACES
                   MOVE SPACES TO REG-RETRATO-AVISO
                   MOVE "O"    TO AVR-TIPO
                   MOVE WRK-ONV-ID (WRK-GER-IND)  TO AVR-ID
                   MOVE ZEROS  TO AVR-VALOR
                   MOVE WRK-ONV-NTR (WRK-GER-IND) TO AVR-NUM-TRANSACAO
                   WRITE REG-RETRATO-AVISO
               END-IF
           END-PERFORM.

           CLOSE RETRATO-AVISOS.

      *---- CONTAS BLOQUEADAS OU DORMENTES: AVISA A CONTA QUE NAO
      *---- ESTAVA NO RETRATO COM A MESMA SITUACAO (INCLUSIVE A QUE
      *---- PASSOU DE UMA PARA A OUTRA); A CONTA QUE VOLTOU A ATIVA
      *---- SO SAI DO RETRATO

       2000-SITUACOES.
           MOVE 1 TO WRK-SAN-CURSOR.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CLIENTES-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CM-SITUACAO = "B" OR CM-SITUACAO = "D"
                           PERFORM 2010-AVALIA-SITUACAO
                       END-IF
               END-READ
           END-PERFORM.

       2010-AVALIA-SITUACAO.
           PERFORM UNTIL WRK-SAN-CURSOR > WRK-QTDE-SAN
               IF WRK-SAN-CHAVE (WRK-SAN-CURSOR) NOT < CM-CHAVE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WRK-SAN-CURSOR
           END-PERFORM.

           MOVE "N" TO WRK-ACHOU.
           IF WRK-SAN-CURSOR NOT > WRK-QTDE-SAN
               IF WRK-SAN-CHAVE (WRK-SAN-CURSOR) = CM-CHAVE AND
                       WRK-SAN-SITUACAO (WRK-SAN-CURSOR) = CM-SITUACAO
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-IF.

           IF WRK-QTDE-SNV < 5000
               ADD 1 TO WRK-QTDE-SNV
               MOVE CM-CHAVE    TO WRK-SNV-CHAVE (WRK-QTDE-SNV)
               MOVE CM-SITUACAO TO WRK-SNV-SITUACAO (WRK-QTDE-SNV)
           ELSE
               ADD 1 TO WRK-QTDE-OMITIDOS
               DISPLAY "TABELA DE SITUACOES CHEIA - CONTA " CM-CHAVE
                   " FORA DO RETRATO"
           END-IF.

           IF WRK-ACHOU-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHAVE          TO WRK-AVI-CHAVE
           MOVE "S"               TO WRK-AVI-TIPO
           IF CM-SITUACAO = "B"
               MOVE "SIT-BLOQ"    TO WRK-AVI-MODELO
           ELSE
               MOVE "SIT-DORM"    TO WRK-AVI-MODELO
           END-IF
           MOVE ZEROS             TO WRK-AVI-VALOR
           MOVE WRK-DATA-PROCESSO TO WRK-AVI-DATA
           MOVE SPACES            TO WRK-AVI-REFERENCIA
           MOVE CM-SITUACAO       TO WRK-AVI-COMPLEMENTO
           PERFORM 6000-EMITE-AVISO.

      *---- BLOQUEIOS PARCIAIS: EM VIGOR E O ATIVO QUE NAO EXPIROU
      *---- ATE A DATA DO PROCESSAMENTO (O MESMO CRITERIO DO SALDO
      *---- DISPONIVEL); EM VIGOR E FORA DO RETRATO = NOVO, NO
      *---- RETRATO E NAO MAIS EM VIGOR (CANCELADO, EXPIRADO OU
      *---- APAGADO) = LIBERADO

       2100-BLOQUEIOS.
           MOVE 1 TO WRK-BAN-CURSOR.

           OPEN INPUT BLOQUEIOS.
           IF WRK-STATUS-BLOQUEIOS = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ BLOQUEIOS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 2110-AVALIA-BLOQUEIO
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           ELSE
               DISPLAY "CADASTRO DE BLOQUEIOS AUSENTE - NENHUM "
                   "BLOQUEIO EM VIGOR"
           END-IF.

           MOVE HIGH-VALUES TO WRK-ID-CORRENTE.
           PERFORM 2120-LIBERADOS-ANTES.

       2110-AVALIA-BLOQUEIO.
           MOVE BLQ-ID TO WRK-ID-CORRENTE.
           PERFORM 2120-LIBERADOS-ANTES.

           MOVE "N" TO WRK-BLQ-EM-VIGOR.
           IF BLQ-SITUACAO = "A" AND
                   (BLQ-DATA-EXPIRA = ZEROS OR
                    BLQ-DATA-EXPIRA NOT < WRK-DATA-PROCESSO)
               MOVE "S" TO WRK-BLQ-EM-VIGOR
           END-IF.

           MOVE "N" TO WRK-ACHOU.
           IF WRK-BAN-CURSOR NOT > WRK-QTDE-BAN
               IF WRK-BAN-ID (WRK-BAN-CURSOR) = BLQ-ID
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-IF.

           IF WRK-ACHOU-SIM AND NOT WRK-BLQ-EM-VIGOR-SIM
               MOVE BLQ-CHAVE         TO WRK-AVI-CHAVE
               MOVE "BLOQ-LIBER"      TO WRK-AVI-MODELO
               MOVE BLQ-VALOR         TO WRK-AVI-VALOR
               MOVE WRK-DATA-PROCESSO TO WRK-AVI-DATA
               PERFORM 2130-AVISA-BLOQUEIO
           END-IF.
           IF WRK-ACHOU-SIM
               ADD 1 TO WRK-BAN-CURSOR
           END-IF.

           IF NOT WRK-BLQ-EM-VIGOR-SIM
               EXIT PARAGRAPH
           END-IF.

           IF WRK-QTDE-BNV < 5000
               ADD 1 TO WRK-QTDE-BNV
               MOVE BLQ-ID     TO WRK-BNV-ID (WRK-QTDE-BNV)
               MOVE BLQ-VALOR  TO WRK-BNV-VALOR (WRK-QTDE-BNV)
               MOVE BLQ-MOTIVO TO WRK-BNV-MOTIVO (WRK-QTDE-BNV)
           ELSE
               ADD 1 TO WRK-QTDE-OMITIDOS
               DISPLAY "TABELA DE BLOQUEIOS CHEIA - BLOQUEIO " BLQ-ID
                   " FORA DO RETRATO"
           END-IF.

           IF NOT WRK-ACHOU-SIM
               MOVE BLQ-CHAVE         TO WRK-AVI-CHAVE
               MOVE "BLOQ-NOVO"       TO WRK-AVI-MODELO
               MOVE BLQ-VALOR         TO WRK-AVI-VALOR
               MOVE BLQ-DATA-EXPIRA   TO WRK-AVI-DATA
               PERFORM 2130-AVISA-BLOQUEIO
           END-IF.

      *---- BLOQUEIOS DO RETRATO COM CHAVE MENOR QUE A CORRENTE NAO
      *---- EXISTEM MAIS NO CLIBLQ: FORAM LIBERADOS (APAGADOS)

       2120-LIBERADOS-ANTES.
           PERFORM UNTIL WRK-BAN-CURSOR > WRK-QTDE-BAN
               IF WRK-BAN-ID (WRK-BAN-CURSOR) NOT < WRK-ID-CORRENTE
                   EXIT PERFORM
               END-IF
               MOVE WRK-BAN-ID (WRK-BAN-CURSOR) (1:10) TO
                   WRK-AVI-CHAVE
               MOVE "BLOQ-LIBER"      TO WRK-AVI-MODELO
               MOVE WRK-BAN-VALOR (WRK-BAN-CURSOR) TO WRK-AVI-VALOR
               MOVE WRK-DATA-PROCESSO TO WRK-AVI-DATA
               MOVE WRK-BAN-ID (WRK-BAN-CURSOR) TO WRK-AVI-REFERENCIA
               MOVE WRK-BAN-MOTIVO (WRK-BAN-CURSOR) TO
                   WRK-AVI-COMPLEMENTO
               MOVE "B"               TO WRK-AVI-TIPO
               PERFORM 6000-EMITE-AVISO
               ADD 1 TO WRK-BAN-CURSOR
           END-PERFORM.

       2130-AVISA-BLOQUEIO.
           MOVE "B"        TO WRK-AVI-TIPO
           MOVE BLQ-ID     TO WRK-AVI-REFERENCIA
           MOVE BLQ-MOTIVO TO WRK-AVI-COMPLEMENTO
           PERFORM 6000-EMITE-AVISO.

      *---- ORDENS PERMANENTES: ORDEM CUJO ULTIMO NUMERO GERADO MUDOU
      *---- DESDE O RETRATO FOI GERADA NESTE INTERVALO E ENTRA NA
      *---- TABELA DE CONFERENCIA; ORDEM AINDA SEM NUMERO (NUNCA
      *---- GERADA) NAO ENTRA NO RETRATO

       2200-ORDENS.
           MOVE 1 TO WRK-OAN-CURSOR.

           OPEN INPUT ORDENS-PERMANENTES.
           IF WRK-STATUS-ORDENS NOT = "00"
               DISPLAY "CADASTRO DE ORDENS AUSENTE - NENHUMA ORDEM A "
                   "CONFERIR"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ ORDENS-PERMANENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ORD-NUM-ULT-GER NOT = SPACES
                           PERFORM 2210-AVALIA-ORDEM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDENS-PERMANENTES.

       2210-AVALIA-ORDEM.
           PERFORM UNTIL WRK-OAN-CURSOR > WRK-QTDE-OAN
               IF WRK-OAN-ID (WRK-OAN-CURSOR) NOT < ORD-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WRK-OAN-CURSOR
           END-PERFORM.

           IF WRK-QTDE-ONV NOT < 5000
               ADD 1 TO WRK-QTDE-OMITIDOS
               DISPLAY "TABELA DE ORDENS CHEIA - ORDEM " ORD-ID
                   " FORA DO RETRATO"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-ONV.
           MOVE ORD-ID          TO WRK-ONV-ID (WRK-QTDE-ONV).
           MOVE ORD-NUM-ULT-GER TO WRK-ONV-NTR (WRK-QTDE-ONV).

           MOVE "N" TO WRK-ACHOU.
           IF WRK-OAN-CURSOR NOT > WRK-QTDE-OAN
               IF WRK-OAN-ID (WRK-OAN-CURSOR) = ORD-ID
                   MOVE "S" TO WRK-ACHOU
                   IF WRK-OAN-NTR (WRK-OAN-CURSOR) = ORD-NUM-ULT-GER
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           IF WRK-PRIMEIRA-EXECUCAO-SIM
               EXIT PARAGRAPH
           END-IF.

           IF WRK-QTDE-GERADAS NOT < 2000
               ADD 1 TO WRK-QTDE-OMITIDOS
               DISPLAY "TABELA DE ORDENS GERADAS CHEIA - ORDEM " ORD-ID
                   " NAO CONFERIDA"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-GERADAS.
           MOVE ORD-ID           TO WRK-GER-ID (WRK-QTDE-GERADAS)
           MOVE ORD-NUM-ULT-GER  TO WRK-GER-NTR (WRK-QTDE-GERADAS)
           IF WRK-ACHOU-SIM
               MOVE WRK-OAN-NTR (WRK-OAN-CURSOR) TO
                   WRK-GER-NTR-ANTERIOR (WRK-QTDE-GERADAS)
           ELSE
               MOVE SPACES TO WRK-GER-NTR-ANTERIOR (WRK-QTDE-GERADAS)
           END-IF
           MOVE ORD-VALOR        TO WRK-GER-VALOR (WRK-QTDE-GERADAS)
           MOVE ORD-DATA-ULT-GER TO
               WRK-GER-VENCIMENTO (WRK-QTDE-GERADAS)
           MOVE WRK-QTDE-ONV     TO WRK-GER-IND-NOVA (WRK-QTDE-GERADAS)
           MOVE "N"              TO
               WRK-GER-ARQ-POSTADO (WRK-QTDE-GERADAS)
           MOVE SPACES           TO
               WRK-GER-RESULTADO (WRK-QTDE-GERADAS).

      *---- A ORDEM SO E CONFERIDA DEPOIS QUE O ARQUIVO DE LANCAMENTOS
      *---- EM QUE FOI GERADA (ORIGEM DO NUMERO) FOI POSTADO ATE O FIM;
      *---- ENQUANTO NAO, O RETRATO GUARDA O NUMERO ANTERIOR E A ORDEM
      *---- VOLTA A SER CONFERIDA NA PROXIMA EXECUCAO

       2300-ARQUIVOS-POSTADOS.
           IF WRK-QTDE-GERADAS = ZEROS
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REGISTRO-ARQUIVOS.
           IF WRK-STATUS-REGISTRO = "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
                   READ REGISTRO-ARQUIVOS
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 2310-MARCA-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-ARQUIVOS
           END-IF.

           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
               IF WRK-GER-ARQ-POSTADO (WRK-GER-IND) = "N"
                   MOVE WRK-GER-NTR-ANTERIOR (WRK-GER-IND) TO
                       WRK-ONV-NTR (WRK-GER-IND-NOVA (WRK-GER-IND))
               END-IF
           END-PERFORM.

       2310-MARCA-ARQUIVO.
           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
               IF WRK-GER-NTR (WRK-GER-IND) (1:8) = LID-ARQUIVO-ID
                   MOVE "S" TO WRK-GER-ARQ-POSTADO (WRK-GER-IND)
               END-IF
           END-PERFORM.

      *---- TRILHA DE AUDITORIA DA JANELA: TARIFA E QUALQUER OUTRO
      *---- MOVIMENTO QUE REDUZIU O SALDO (DEBITO); O NUMERO DO
      *---- MOVIMENTO DA BAIXA NAS ORDENS GERADAS QUE POSTARAM

       3000-TRILHA.
           OPEN INPUT AUDITORIA.
           IF WRK-STATUS-AUDITORIA NOT = "00"
               DISPLAY "TRILHA DE AUDITORIA AUSENTE - NENHUM DEBITO "
                   "A AVISAR"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ AUDITORIA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE AUD-DATA TO WRK-CARIMBO-REGISTRO (1:8)
                       MOVE AUD-HORA TO WRK-CARIMBO-REGISTRO (9:8)
                       IF WRK-CARIMBO-REGISTRO > WRK-CARIMBO-ANTERIOR
                           AND WRK-CARIMBO-REGISTRO NOT >
                               WRK-CARIMBO-ATUAL
                           PERFORM 3010-MOVIMENTO-DA-JANELA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

       3010-MOVIMENTO-DA-JANELA.
           IF AUD-NUM-TRANSACAO NOT = SPACES
               PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                       UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
                   IF WRK-GER-NTR (WRK-GER-IND) = AUD-NUM-TRANSACAO
                       MOVE "P" TO WRK-GER-RESULTADO (WRK-GER-IND)
                   END-IF
               END-PERFORM
           END-IF.

           COMPUTE WRK-VARIACAO = AUD-SALDO-DEPOIS - AUD-SALDO-ANTES.
           IF WRK-VARIACAO NOT < ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE AUD-CHAVE         TO WRK-AVI-CHAVE
           COMPUTE WRK-AVI-VALOR = ZERO - WRK-VARIACAO
           MOVE AUD-DATA          TO WRK-AVI-DATA
           MOVE AUD-NUM-TRANSACAO TO WRK-AVI-REFERENCIA
           IF AUD-OPERACAO = "TARIFA"
               MOVE "T"           TO WRK-AVI-TIPO
               MOVE "TARIFA"      TO WRK-AVI-MODELO
               MOVE SPACES        TO WRK-AVI-COMPLEMENTO
           ELSE
               MOVE "D"           TO WRK-AVI-TIPO
               MOVE "DEBITO"      TO WRK-AVI-MODELO
               MOVE AUD-OPERACAO  TO WRK-AVI-COMPLEMENTO
           END-IF
           PERFORM 6000-EMITE-AVISO.

      *---- REJEITOS DE SALDO MINIMO GRAVADOS NA JANELA; O NUMERO DO
      *---- MOVIMENTO RECUSADO MARCA A ORDEM GERADA QUE NAO POSTOU

       3100-REJEITOS.
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
                       MOVE REJ-DATA TO WRK-CARIMBO-REGISTRO (1:8)
                       MOVE REJ-HORA TO WRK-CARIMBO-REGISTRO (9:8)
                       IF WRK-CARIMBO-REGISTRO > WRK-CARIMBO-ANTERIOR
                           AND WRK-CARIMBO-REGISTRO NOT >
                               WRK-CARIMBO-ATUAL
                           PERFORM 3110-REJEITO-DA-JANELA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJEITOS.

       3110-REJEITO-DA-JANELA.
           IF REJ-NUM-TRANSACAO NOT = SPACES
               PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                       UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
                   IF WRK-GER-NTR (WRK-GER-IND) = REJ-NUM-TRANSACAO AND
                           WRK-GER-RESULTADO (WRK-GER-IND) = SPACES
                       MOVE "R" TO WRK-GER-RESULTADO (WRK-GER-IND)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE REJ-CHAVE         TO WRK-AVI-CHAVE
           MOVE "R"               TO WRK-AVI-TIPO
           MOVE "REJ-SALDO"       TO WRK-AVI-MODELO
           IF REJ-VALOR-LANCTO IS NUMERIC
               MOVE REJ-VALOR-LANCTO TO WRK-AVI-VALOR
           ELSE
               MOVE ZEROS            TO WRK-AVI-VALOR
           END-IF
           IF WRK-AVI-VALOR < ZERO
               COMPUTE WRK-AVI-VALOR = ZERO - WRK-AVI-VALOR
           END-IF
           MOVE REJ-DATA          TO WRK-AVI-DATA
           MOVE REJ-NUM-TRANSACAO TO WRK-AVI-REFERENCIA
           MOVE REJ-OPERACAO      TO WRK-AVI-COMPLEMENTO
           PERFORM 6000-EMITE-AVISO.

      *---- ORDEM RETIDA PARA APROVACAO (CLIPND AINDA PENDENTE) NAO
      *---- FALHOU: ESPERA O SUPERVISOR NO CLILIBR

       3200-PENDENTES.
           IF WRK-QTDE-GERADAS = ZEROS
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PENDENTES-APROVACAO.
           IF WRK-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ PENDENTES-APROVACAO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF (PND-STATUS = "P" OR PND-STATUS = SPACE) AND
                               PND-NUM-TRANSACAO NOT = SPACES
                           PERFORM 3210-MARCA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDENTES-APROVACAO.

       3210-MARCA-PENDENTE.
           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
               IF WRK-GER-NTR (WRK-GER-IND) = PND-NUM-TRANSACAO AND
                       WRK-GER-RESULTADO (WRK-GER-IND) = SPACES
                   MOVE "A" TO WRK-GER-RESULTADO (WRK-GER-IND)
               END-IF
           END-PERFORM.

      *---- ORDEM DE ARQUIVO POSTADO QUE NAO CHEGOU A TRILHA NEM
      *---- ESPERA APROVACAO: RECUSADA POR SALDO MINIMO OU IGNORADA
      *---- PELA POSTAGEM (CONTA BLOQUEADA, ENCERRADA OU INEXISTENTE)

       3300-ORDENS-NAO-POSTADAS.
           PERFORM VARYING WRK-GER-IND FROM 1 BY 1
                   UNTIL WRK-GER-IND > WRK-QTDE-GERADAS
               IF WRK-GER-ARQ-POSTADO (WRK-GER-IND) = "S" AND
                       (WRK-GER-RESULTADO (WRK-GER-IND) = SPACES OR
                        WRK-GER-RESULTADO (WRK-GER-IND) = "R")
                   PERFORM 3310-AVISA-ORDEM
               END-IF
           END-PERFORM.

       3310-AVISA-ORDEM.
           MOVE WRK-GER-ID (WRK-GER-IND) (1:10) TO WRK-AVI-CHAVE
           MOVE "O"                          TO WRK-AVI-TIPO
           MOVE "ORDEM-FALH"                 TO WRK-AVI-MODELO
           MOVE WRK-GER-VALOR (WRK-GER-IND)  TO WRK-AVI-VALOR
           IF WRK-AVI-VALOR < ZERO
               COMPUTE WRK-AVI-VALOR = ZERO - WRK-AVI-VALOR
           END-IF
           MOVE WRK-GER-VENCIMENTO (WRK-GER-IND) TO WRK-AVI-DATA
           MOVE WRK-GER-NTR (WRK-GER-IND)    TO WRK-AVI-REFERENCIA
           IF WRK-GER-RESULTADO (WRK-GER-IND) = "R"
               MOVE "SALDO"                  TO WRK-AVI-COMPLEMENTO
           ELSE
               MOVE "NAO POSTOU"             TO WRK-AVI-COMPLEMENTO
           END-IF
           PERFORM 6000-EMITE-AVISO.

      *---- FECHO DA LISTAGEM DE EXCECAO COM AS QUANTIDADES

       4000-IMPRIME-RESUMO.
           IF WRK-QTDE-EXCECOES = ZEROS
               WRITE LINHA-RELATORIO FROM DET-SEM-EXCECAO
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM CAB-RESUMO.

           MOVE "AVISOS PARA CONTAS COM ADESAO"  TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-DETECTADOS TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "GRAVADOS PARA EMAIL"            TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-EMAIL      TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "GRAVADOS PARA SMS"              TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-SMS        TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "EXCECAO - CONTA SEM CONTATO"    TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-SEM-CONTATO TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "EXCECAO - DESTINO INVALIDO"     TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-DESTINO-INV TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "EXCECAO - CONTA FORA DO MESTRE" TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-SEM-CONTA  TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           MOVE "TOTAL EM EXCECAO"               TO DET-RES-DESCRICAO.
           MOVE WRK-QTDE-EXCECOES   TO DET-RES-QTDE-ED.
           WRITE LINHA-RELATORIO FROM DET-RESUMO.
           IF WRK-PRIMEIRA-EXECUCAO-SIM
               MOVE "PRIMEIRA EXECUCAO - SO O RETRATO FOI GRAVADO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      *---- GRAVA OS CONTADORES E O CONDITION CODE NO LOG DE EXECUCAO:
      *---- QTD1 AVISOS PARA CONTAS COM ADESAO, QTD2 AVISOS GRAVADOS,
      *---- QTD3 AVISOS EM EXCECAO, QTD4 ITENS NAO CONFERIDOS

       5000-GRAVA-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.

           OPEN EXTEND RUN-LOG.
           IF WRK-STATUS-RUNLOG NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.

           MOVE WRK-DATA-HORA (1:8)     TO RUN-DATA
           MOVE "CLIAVIS"               TO RUN-PASSO
           MOVE WRK-QTDE-DETECTADOS     TO RUN-QTD1
           MOVE WRK-SEQ-AVISO           TO RUN-QTD2
           MOVE WRK-QTDE-EXCECOES       TO RUN-QTD3
           MOVE WRK-QTDE-OMITIDOS       TO RUN-QTD4
           MOVE ZEROS                   TO RUN-TOTAL1
           MOVE ZEROS                   TO RUN-TOTAL2
           MOVE RETURN-CODE             TO RUN-COND-CODE

           WRITE REG-RUN-LOG.

           CLOSE RUN-LOG.

      *---- UM AVISO DETECTADO: SO SEGUE PARA A CONTA QUE ADERIU AO
      *---- TIPO DE AVISO (E, NO DEBITO, A PARTIR DO VALOR ESCOLHIDO);
      *---- DAI EM DIANTE OU VAI PARA O ARQUIVO OU PARA A EXCECAO

       6000-EMITE-AVISO.
           IF WRK-PRIMEIRA-EXECUCAO-SIM OR
                   NOT WRK-PREFERENCIAS-DISPONIVEL-SIM
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-AVI-CHAVE TO AVP-CHAVE.
           READ PREFERENCIAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE WRK-AVI-TIPO
               WHEN "D"
                   MOVE AVP-AV-DEBITO   TO WRK-AVI-ADERIU
               WHEN "T"
                   MOVE AVP-AV-TARIFA   TO WRK-AVI-ADERIU
               WHEN "R"
                   MOVE AVP-AV-REJEITO  TO WRK-AVI-ADERIU
               WHEN "O"
                   MOVE AVP-AV-ORDEM    TO WRK-AVI-ADERIU
               WHEN "B"
                   MOVE AVP-AV-BLOQUEIO TO WRK-AVI-ADERIU
               WHEN "S"
                   MOVE AVP-AV-SITUACAO TO WRK-AVI-ADERIU
               WHEN OTHER
                   MOVE "N"             TO WRK-AVI-ADERIU
           END-EVALUATE.

           IF WRK-AVI-ADERIU NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WRK-AVI-TIPO = "D" AND
                   WRK-AVI-VALOR < AVP-LIMITE-DEBITO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTDE-DETECTADOS.

           MOVE WRK-AVI-CHAVE TO CM-CHAVE.
           READ CLIENTES-MASTER
               INVALID KEY
                   MOVE "CONTA FORA DO MESTRE" TO WRK-AVI-MOTIVO
                   ADD 1 TO WRK-QTDE-SEM-CONTA
                   PERFORM 6200-GRAVA-EXCECAO
                   EXIT PARAGRAPH
           END-READ.

           IF NOT WRK-CONTATOS-DISPONIVEL-SIM
               MOVE "SEM CONTATO"          TO WRK-AVI-MOTIVO
               ADD 1 TO WRK-QTDE-SEM-CONTATO
               PERFORM 6200-GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-AVI-CHAVE TO CTT-CHAVE.
           READ CONTATOS
               INVALID KEY
                   MOVE "SEM CONTATO"      TO WRK-AVI-MOTIVO
                   ADD 1 TO WRK-QTDE-SEM-CONTATO
                   PERFORM 6200-GRAVA-EXCECAO
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE AVP-CANAL
               WHEN "E"
                   PERFORM 6300-VALIDA-EMAIL
                   MOVE "EMAIL INVALIDO"   TO WRK-AVI-MOTIVO
               WHEN "S"
                   PERFORM 6400-VALIDA-TELEFONE
                   MOVE "TELEFONE INVALIDO" TO WRK-AVI-MOTIVO
               WHEN OTHER
                   MOVE "N"                TO WRK-DESTINO-OK
                   MOVE "CANAL INVALIDO"   TO WRK-AVI-MOTIVO
           END-EVALUATE.

           IF NOT WRK-DESTINO-OK-SIM
               ADD 1 TO WRK-QTDE-DESTINO-INV
               PERFORM 6200-GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6100-GRAVA-DETALHE.

       6100-GRAVA-DETALHE.
           ADD 1 TO WRK-SEQ-AVISO.
           IF AVP-CANAL = "E"
               ADD 1 TO WRK-QTDE-EMAIL
           ELSE
               ADD 1 TO WRK-QTDE-SMS
           END-IF.

           MOVE SPACES              TO AVS-DETALHE
           MOVE "D"                 TO AVSD-TIPO
           MOVE WRK-SEQ-AVISO       TO AVSD-SEQUENCIA
           MOVE AVP-CANAL           TO AVSD-CANAL
           MOVE WRK-AVI-DESTINO     TO AVSD-DESTINO
           MOVE WRK-AVI-MODELO      TO AVSD-MODELO
           MOVE WRK-AVI-CHAVE       TO AVSD-CHAVE
           MOVE CM-NOME             TO AVSD-NOME
           MOVE CM-MOEDA            TO AVSD-MOEDA
           MOVE WRK-AVI-VALOR       TO AVSD-VALOR
           MOVE WRK-AVI-DATA        TO AVSD-DATA
           MOVE WRK-AVI-REFERENCIA  TO AVSD-REFERENCIA
           MOVE WRK-AVI-COMPLEMENTO TO AVSD-COMPLEMENTO
           WRITE AVS-DETALHE.

       6200-GRAVA-EXCECAO.
           ADD 1 TO WRK-QTDE-EXCECOES.

           MOVE WRK-AVI-CHAVE      TO DET-CHAVE
           MOVE WRK-AVI-MODELO     TO DET-MODELO
           MOVE AVP-CANAL          TO DET-CANAL
           MOVE WRK-AVI-MOTIVO     TO DET-MOTIVO
           MOVE WRK-AVI-REFERENCIA TO DET-REFERENCIA
           WRITE LINHA-RELATORIO FROM DET-EXCECAO.

      *---- EMAIL: SEM BRANCOS NO MEIO, UMA SO ARROBA DEPOIS DO
      *---- PRIMEIRO CARACTER E PONTO NO DOMINIO (NEM COLADO NA
      *---- ARROBA NEM NO FIM)

       6300-VALIDA-EMAIL.
           MOVE "S"   TO WRK-DESTINO-OK.
           MOVE "N"   TO WRK-FIM-TEXTO.
           MOVE ZEROS TO WRK-TAMANHO WRK-QTDE-ARROBA WRK-POS-ARROBA
                         WRK-POS-PONTO.

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 30
               MOVE CTT-EMAIL (WRK-POS:1) TO WRK-CARACTER
               IF WRK-CARACTER = SPACE
                   MOVE "S" TO WRK-FIM-TEXTO
               ELSE
                   IF WRK-FIM-TEXTO-SIM
                       MOVE "N" TO WRK-DESTINO-OK
                   END-IF
                   MOVE WRK-POS TO WRK-TAMANHO
                   IF WRK-CARACTER = "@"
                       ADD 1 TO WRK-QTDE-ARROBA
                       MOVE WRK-POS TO WRK-POS-ARROBA
                   END-IF
                   IF WRK-CARACTER = "." AND WRK-POS-ARROBA > ZERO
                       MOVE WRK-POS TO WRK-POS-PONTO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTDE-ARROBA NOT = 1 OR WRK-POS-ARROBA < 2 OR
                   WRK-POS-PONTO NOT > WRK-POS-ARROBA + 1 OR
                   WRK-POS-PONTO NOT < WRK-TAMANHO
               MOVE "N" TO WRK-DESTINO-OK
           END-IF.

           MOVE CTT-EMAIL TO WRK-AVI-DESTINO.

      *---- TELEFONE: ACEITA DIGITOS E OS SEPARADORES USUAIS (BRANCO,
      *---- PARENTESES, HIFEN, MAIS); O DESTINO SAI SO COM OS DIGITOS

       6400-VALIDA-TELEFONE.
           MOVE "S"    TO WRK-DESTINO-OK.
           MOVE ZEROS  TO WRK-QTDE-DIGITOS.
           MOVE SPACES TO WRK-TELEFONE-DIGITOS.

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 15
               MOVE CTT-TELEFONE (WRK-POS:1) TO WRK-CARACTER
               EVALUATE TRUE
                   WHEN WRK-CARACTER IS NUMERIC
                       ADD 1 TO WRK-QTDE-DIGITOS
                       MOVE WRK-CARACTER TO
                           WRK-TELEFONE-DIGITOS (WRK-QTDE-DIGITOS:1)
                   WHEN WRK-CARACTER = SPACE OR "(" OR ")" OR "-" OR
                           "+"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WRK-DESTINO-OK
               END-EVALUATE
           END-PERFORM.

           IF WRK-QTDE-DIGITOS < 10 OR WRK-QTDE-DIGITOS > 13
               MOVE "N" TO WRK-DESTINO-OK
           END-IF.

           MOVE WRK-TELEFONE-DIGITOS TO WRK-AVI-DESTINO.

      *----Gustavo Mendes de Moura
       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CLICDBR.
      * RELATORIO DOS DEPOSITOS A PRAZO (CDB) - LISTA OS CDB ATIVOS
      * OU COM RESGATE ANTECIPADO APROVADO QUE VENCEM ATE O N-ESIMO
      * DIA UTIL DO CALENDARIO (CLICAL) DEPOIS DA DATA DO
      * PROCESSAMENTO (N INFORMADO NA ENTRADA; ZERO = SO OS JA
      * VENCIDOS AINDA NAO RESGATADOS) E TOTALIZA POR MOEDA O
      * PRINCIPAL EM ABERTO (ATIVOS E COM RESGATE APROVADO) E O
      * RENDIMENTO JA ACUMULADO, COM AS APLICACOES AINDA PENDENTES EM
      * SEPARADO E O PRINCIPAL EM ABERTO CONVERTIDO PARA BRL PELAS
      * TAXAS VIGENTES DO CLITAX. NENHUM ARQUIVO E ATUALIZADO
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-PRAZO ASSIGN TO "CLICDB"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CDB-ID
               FILE STATUS    IS WRK-STATUS-CDB.

           SELECT CALENDARIO ASSIGN TO "CLICAL"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-CALENDARIO.

           SELECT TAXAS-CAMBIO ASSIGN TO "CLITAX"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-TAXAS.

           SELECT PARAMETROS ASSIGN TO "CLIPRM"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO "CLICDBR.LST"
               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-RELATORIO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  DEPOSITOS-PRAZO
           LABEL RECORD IS STANDARD.
           COPY CLICDB.

       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CLICAL.

       FD  TAXAS-CAMBIO
           LABEL RECORD IS STANDARD.
           COPY CLITAX.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  RELATORIO
           LABEL RECORD IS STANDARD.
       01  LINHA-RELATORIO             PICTURE X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-CDB          PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-CALENDARIO   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS   PICTURE X(02)  VALUE SPACES.
       01  WRK-STATUS-RELATORIO    PICTURE X(02)  VALUE SPACES.
       01  WRK-FIM-ARQUIVO         PICTURE X(01)  VALUE "N".
           88  WRK-FIM-ARQUIVO-SIM                VALUE "S".

       01  WRK-DIAS-UTEIS          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-DATA-LIMITE         PICTURE 9(08)  VALUE ZEROS.
       01  WRK-PROXIMA-UTIL        PICTURE 9(08)  VALUE ZEROS.
       01  WRK-QTDE-CONTADOS       PICTURE 9(03)  VALUE ZEROS.
       01  WRK-CALENDARIO-CURTO    PICTURE X(01)  VALUE "N".
           88  WRK-CALENDARIO-CURTO-SIM           VALUE "S".

      *----DIAS UTEIS DO CALENDARIO POSTERIORES A DATA DO
      *----PROCESSAMENTO, NA ORDEM EM QUE ESTAO NO ARQUIVO
       01  WRK-TAB-UTEIS.
           05  WRK-UTIL-DATA        PICTURE 9(08) OCCURS 800 TIMES.
       01  WRK-QTDE-UTEIS          PICTURE 9(03)  VALUE ZEROS.
       01  WRK-IND-UTIL            PICTURE 9(03)  VALUE ZEROS.

      *----TOTAIS POR MOEDA, NA ORDEM DA TABELA DE MOEDAS (CLIMOE)
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-MOEDA OCCURS 3 TIMES.
               10  WRK-TOT-QTDE-ABERTO  PICTURE 9(07).
               10  WRK-TOT-PRINCIPAL    PICTURE S9(13) COMP-3.
               10  WRK-TOT-RENDIMENTO   PICTURE S9(13)V99 COMP-3.
               10  WRK-TOT-QTDE-PEND    PICTURE 9(07).
               10  WRK-TOT-PENDENTE     PICTURE S9(13) COMP-3.
       01  WRK-TOTAL-BRL           PICTURE S9(15) COMP-3 VALUE ZEROS.
       01  WRK-QTDE-VENCENDO       PICTURE 9(07)  VALUE ZEROS.
       01  WRK-QTDE-MOEDA-INVALIDA PICTURE 9(07)  VALUE ZEROS.

           COPY CLIMOE.

       01  CAB-01.
           05  FILLER               PICTURE X(40)  VALUE
               "DEPOSITOS A PRAZO (CDB) - POSICAO EM ".
           05  CAB-DATA             PICTURE 9(08).
       01  CAB-VENCENDO.
           05  FILLER               PICTURE X(29)  VALUE
               "SECAO 1 - CDB QUE VENCEM ATE ".
           05  CAB-DATA-LIMITE      PICTURE 9(08).
           05  FILLER               PICTURE X(02)  VALUE " (".
           05  CAB-DIAS             PICTURE ZZ9.
           05  FILLER               PICTURE X(13)  VALUE
               " DIAS UTEIS)".
       01  CAB-COLUNAS-VENC.
           05  FILLER               PICTURE X(11)  VALUE "CHAVE".
           05  FILLER               PICTURE X(04)  VALUE "SEQ".
           05  FILLER               PICTURE X(11)  VALUE "VINCULADA".
           05  FILLER               PICTURE X(04)  VALUE "MOE".
           05  FILLER               PICTURE X(14)  VALUE
               "    PRINCIPAL".
           05  FILLER               PICTURE X(15)  VALUE
               "    RENDIMENTO".
           05  FILLER               PICTURE X(09)  VALUE "VENCTO".
           05  FILLER               PICTURE X(03)  VALUE "SIT".
       01  CAB-ABERTO.
           05  FILLER               PICTURE X(40)  VALUE
               "SECAO 2 - PRINCIPAL EM ABERTO POR MOEDA".
       01  CAB-COLUNAS-ABERTO.
           05  FILLER               PICTURE X(04)  VALUE "MOE".
           05  FILLER               PICTURE X(08)  VALUE "   QTDE".
           05  FILLER               PICTURE X(18)  VALUE
               "   PRINCIPAL".
           05  FILLER               PICTURE X(19)  VALUE
               "     RENDIMENTO".
           05  FILLER               PICTURE X(08)  VALUE "   PEND".
           05  FILLER               PICTURE X(18)  VALUE
               "   A APLICAR".
       01  DET-VENCENDO.
           05  DET-CHAVE            PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SEQUENCIA        PICTURE 9(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VINCULADA        PICTURE X(10).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-MOEDA            PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-PRINCIPAL-ED     PICTURE Z.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-RENDIMENTO-ED    PICTURE ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-VENCIMENTO       PICTURE 9(08).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-SITUACAO         PICTURE X(01).
       01  DET-ABERTO.
           05  DET-ABE-MOEDA        PICTURE X(03).
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ABE-QTDE-ED      PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ABE-PRINCIPAL-ED PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ABE-RENDIMENTO-ED PICTURE ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ABE-QTDE-PEND-ED PICTURE ZZZ.ZZ9.
           05  FILLER               PICTURE X(01)  VALUE SPACES.
           05  DET-ABE-PENDENTE-ED  PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-TOTAL-BRL.
           05  FILLER               PICTURE X(40)  VALUE
               "PRINCIPAL EM ABERTO CONVERTIDO PARA BRL ".
           05  DET-TOTAL-BRL-ED     PICTURE ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01  DET-SEM-OCORRENCIA.
           05  FILLER               PICTURE X(30)  VALUE
               "NENHUM CDB NESTA SECAO".
       01  DET-QTDE-VENCENDO.
           05  FILLER               PICTURE X(30)  VALUE
               "CDB A VENCER NO PERIODO: ".
           05  DET-QTDE-VENC-ED     PICTURE ZZZ.ZZ9.
       01  DET-CALENDARIO-CURTO.
           05  FILLER               PICTURE X(44)  VALUE
               "ATENCAO: CALENDARIO NAO COBRE OS DIAS UTEIS ".
           05  FILLER               PICTURE X(26)  VALUE
               "PEDIDOS - PERIODO REDUZIDO".
       01  DET-MOEDA-INVALIDA.
           05  FILLER               PICTURE X(44)  VALUE
               "ATENCAO: CDB EM MOEDA FORA DA TABELA, FORA D".
           05  FILLER               PICTURE X(13)  VALUE
               "OS TOTAIS: ".
           05  DET-MOEDA-INV-ED     PICTURE ZZZ.ZZ9.

       PROCEDURE           DIVISION.
       0000-INICIO.
           PERFORM 0050-LE-PARAMETROS.

           DISPLAY "QUANTIDADE DE DIAS UTEIS A FRENTE (0-999) "
               ACCEPT WRK-DIAS-UTEIS.
           IF WRK-DIAS-UTEIS IS NOT NUMERIC
               DISPLAY "QUANTIDADE DE DIAS UTEIS INVALIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CALCULA-LIMITE.
           PERFORM 1080-CARREGA-TAXAS.

           OPEN INPUT DEPOSITOS-PRAZO.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "CADASTRO DE CDB INDISPONIVEL - STATUS "
                   WRK-STATUS-CDB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO WRK-TAB-TOTAIS.

           OPEN OUTPUT RELATORIO.
           MOVE PRM-DATA-PROCESSO TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM CAB-01.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-DATA-LIMITE TO CAB-DATA-LIMITE.
           MOVE WRK-DIAS-UTEIS  TO CAB-DIAS.
           WRITE LINHA-RELATORIO FROM CAB-VENCENDO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-VENC.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ DEPOSITOS-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2000-AVALIA-CDB
               END-READ
           END-PERFORM.

           CLOSE DEPOSITOS-PRAZO.

           IF WRK-QTDE-VENCENDO IS EQUAL TO ZERO
               WRITE LINHA-RELATORIO FROM DET-SEM-OCORRENCIA
           ELSE
               MOVE WRK-QTDE-VENCENDO TO DET-QTDE-VENC-ED
               WRITE LINHA-RELATORIO FROM DET-QTDE-VENCENDO
           END-IF.
           IF WRK-CALENDARIO-CURTO-SIM
               WRITE LINHA-RELATORIO FROM DET-CALENDARIO-CURTO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 3000-IMPRIME-TOTAIS.

           CLOSE RELATORIO.

           IF WRK-CALENDARIO-CURTO-SIM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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

      *---- FIM DO PERIODO: O N-ESIMO DIA UTIL DO CALENDARIO DEPOIS
      *---- DA DATA DO PROCESSAMENTO. COMO NO CLIROLL, O CALENDARIO
      *---- NAO PRECISA ESTAR EM ORDEM: CADA PASSO PROCURA O MENOR DIA
      *---- UTIL POSTERIOR AO ANTERIOR. CALENDARIO QUE ACABA ANTES
      *---- ENCURTA O PERIODO (CONDITION CODE 4); SEM CALENDARIO O
      *---- PASSO NAO RODA

       1000-CALCULA-LIMITE.
           MOVE ZEROS TO WRK-QTDE-UTEIS.

           OPEN INPUT CALENDARIO.
           IF WRK-STATUS-CALENDARIO NOT = "00"
               DISPLAY "CALENDARIO DE PROCESSAMENTO AUSENTE - STATUS "
                   WRK-STATUS-CALENDARIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO-SIM
               READ CALENDARIO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CAL-TIPO = "U" AND
                               CAL-DATA IS NUMERIC AND
                               CAL-DATA IS GREATER THAN
                               PRM-DATA-PROCESSO AND
                               WRK-QTDE-UTEIS IS LESS THAN 800
                           ADD 1 TO WRK-QTDE-UTEIS
                           MOVE CAL-DATA TO
                               WRK-UTIL-DATA (WRK-QTDE-UTEIS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CALENDARIO.

           MOVE PRM-DATA-PROCESSO TO WRK-DATA-LIMITE.
           MOVE ZEROS             TO WRK-QTDE-CONTADOS.
           PERFORM UNTIL WRK-QTDE-CONTADOS NOT < WRK-DIAS-UTEIS
               PERFORM 1100-PROXIMO-UTIL
               IF WRK-PROXIMA-UTIL = 99999999
                   MOVE "S" TO WRK-CALENDARIO-CURTO
                   DISPLAY "CALENDARIO SO TEM " WRK-QTDE-CONTADOS
                       " DIAS UTEIS DEPOIS DE " PRM-DATA-PROCESSO
                   EXIT PERFORM
               END-IF
               MOVE WRK-PROXIMA-UTIL TO WRK-DATA-LIMITE
               ADD 1 TO WRK-QTDE-CONTADOS
           END-PERFORM.

       1100-PROXIMO-UTIL.
           MOVE 99999999 TO WRK-PROXIMA-UTIL.
           PERFORM VARYING WRK-IND-UTIL FROM 1 BY 1
                   UNTIL WRK-IND-UTIL > WRK-QTDE-UTEIS
               IF WRK-UTIL-DATA (WRK-IND-UTIL) IS GREATER THAN
                       WRK-DATA-LIMITE AND
                       WRK-UTIL-DATA (WRK-IND-UTIL) IS LESS THAN
                       WRK-PROXIMA-UTIL
                   MOVE WRK-UTIL-DATA (WRK-IND-UTIL) TO
                       WRK-PROXIMA-UTIL
               END-IF
           END-PERFORM.

      *---- CARREGA AS TAXAS DE CONVERSAO VIGENTES NA DATA DO
      *---- PROCESSAMENTO, SOBREPONDO OS VALORES PADRAO COMPILADOS;
      *---- SO SERVEM PARA O TOTAL EM BRL DO PRINCIPAL EM ABERTO

       1080-CARREGA-TAXAS.
           MOVE PRM-DATA-PROCESSO TO WRK-TAXA-DATA-HOJE.
           MOVE ZEROS             TO WRK-TAB-TAXA-VIGENCIA.

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
                       PERFORM 1090-APLICA-TAXA
               END-READ
           END-PERFORM.

           CLOSE TAXAS-CAMBIO.

       1090-APLICA-TAXA.
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

      *---- CDB ATIVO OU COM RESGATE APROVADO ENTRA NO PRINCIPAL EM
      *---- ABERTO E, SE VENCE ATE O FIM DO PERIODO, NA SECAO 1;
      *---- PENDENTE (AINDA NAO DEBITADO) SO NO TOTAL A APLICAR

       2000-AVALIA-CDB.
           IF CDB-SITUACAO NOT = "A" AND CDB-SITUACAO NOT = "S" AND
                   CDB-SITUACAO NOT = "P"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               IF CDB-MOEDA = WRK-MOEDA-COD (WRK-MOEDA-IND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-MOEDA-IND > 3
               DISPLAY "CDB EM MOEDA FORA DA TABELA: " CDB-ID " "
                   CDB-MOEDA
               ADD 1 TO WRK-QTDE-MOEDA-INVALIDA
               EXIT PARAGRAPH
           END-IF.

           IF CDB-SITUACAO = "P"
               ADD 1 TO WRK-TOT-QTDE-PEND (WRK-MOEDA-IND)
               ADD CDB-PRINCIPAL TO WRK-TOT-PENDENTE (WRK-MOEDA-IND)
               EXIT PARAGRAPH
           END-IF.

           ADD 1              TO WRK-TOT-QTDE-ABERTO (WRK-MOEDA-IND).
           ADD CDB-PRINCIPAL  TO WRK-TOT-PRINCIPAL (WRK-MOEDA-IND).
           ADD CDB-JUROS-ACUM TO WRK-TOT-RENDIMENTO (WRK-MOEDA-IND).

           IF CDB-DATA-VENCIMENTO IS NOT GREATER THAN WRK-DATA-LIMITE
               ADD 1 TO WRK-QTDE-VENCENDO
               MOVE CDB-CHAVE           TO DET-CHAVE
               MOVE CDB-SEQUENCIA       TO DET-SEQUENCIA
               MOVE CDB-CHAVE-VINCULADA TO DET-VINCULADA
               MOVE CDB-MOEDA           TO DET-MOEDA
               MOVE CDB-PRINCIPAL       TO DET-PRINCIPAL-ED
               MOVE CDB-JUROS-ACUM      TO DET-RENDIMENTO-ED
               MOVE CDB-DATA-VENCIMENTO TO DET-VENCIMENTO
               MOVE CDB-SITUACAO        TO DET-SITUACAO
               WRITE LINHA-RELATORIO FROM DET-VENCENDO
           END-IF.

      *---- SECAO 2: UMA LINHA POR MOEDA E O PRINCIPAL EM ABERTO
      *---- CONVERTIDO PARA BRL

       3000-IMPRIME-TOTAIS.
           WRITE LINHA-RELATORIO FROM CAB-ABERTO.
           WRITE LINHA-RELATORIO FROM CAB-COLUNAS-ABERTO.

           MOVE ZEROS TO WRK-TOTAL-BRL.
           PERFORM VARYING WRK-MOEDA-IND FROM 1 BY 1
                   UNTIL WRK-MOEDA-IND > 3
               MOVE WRK-MOEDA-COD (WRK-MOEDA-IND) TO DET-ABE-MOEDA
               MOVE WRK-TOT-QTDE-ABERTO (WRK-MOEDA-IND) TO
                   DET-ABE-QTDE-ED
               MOVE WRK-TOT-PRINCIPAL (WRK-MOEDA-IND) TO
                   DET-ABE-PRINCIPAL-ED
               MOVE WRK-TOT-RENDIMENTO (WRK-MOEDA-IND) TO
                   DET-ABE-RENDIMENTO-ED
               MOVE WRK-TOT-QTDE-PEND (WRK-MOEDA-IND) TO
                   DET-ABE-QTDE-PEND-ED
               MOVE WRK-TOT-PENDENTE (WRK-MOEDA-IND) TO
                   DET-ABE-PENDENTE-ED
               WRITE LINHA-RELATORIO FROM DET-ABERTO
               COMPUTE WRK-TOTAL-BRL ROUNDED = WRK-TOTAL-BRL +
                   WRK-TOT-PRINCIPAL (WRK-MOEDA-IND) *
                   WRK-MOEDA-TAXA (WRK-MOEDA-IND)
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOTAL-BRL TO DET-TOTAL-BRL-ED.
           WRITE LINHA-RELATORIO FROM DET-TOTAL-BRL.

           IF WRK-QTDE-MOEDA-INVALIDA > ZEROS
               MOVE WRK-QTDE-MOEDA-INVALIDA TO DET-MOEDA-INV-ED
               WRITE LINHA-RELATORIO FROM DET-MOEDA-INVALIDA
           END-IF.

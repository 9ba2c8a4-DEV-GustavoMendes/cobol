               ORGANIZATION   IS LINE SEQUENTIAL
               FILE STATUS    IS WRK-STATUS-PARAMETROS.

           SELECT AGENCIAS ASSIGN TO "CLIAGE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AGE-CODIGO
               FILE STATUS    IS WRK-STATUS-AGENCIAS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIPRM.

       FD  AGENCIAS
           LABEL RECORD IS STANDARD.
           COPY CLIAGE.

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-MASTER    PICTURE X(02) VALUE SPACES.
       01  WRK-NOME        PICTURE X(20)  VALUE SPACES.
       01  WRK-STATUS-PARAMETROS    PICTURE X(02) VALUE SPACES.
       01  WRK-DOC-DUPLICADO        PICTURE X(01) VALUE "N".
           88  WRK-DOC-DUPLICADO-SIM         VALUE "S".
       01  WRK-STATUS-AGENCIAS      PICTURE X(02) VALUE SPACES.
       01  WRK-AGENCIA              PICTURE 9(04) VALUE ZEROS.
       01  WRK-AGENCIA-OK-SW        PICTURE X(01) VALUE "N".
           88  WRK-AGENCIA-OK                VALUE "S".

           COPY CLIMIN.
           COPY CLIDOC.
               ACCEPT WRK-TIPO-CONTA.
           DISPLAY "MOEDA DA CONTA (BRL,USD,EUR) ? ".
               ACCEPT WRK-MOEDA.
           DISPLAY "AGENCIA DA CONTA ? ".
               ACCEPT WRK-AGENCIA.

           IF WRK-TIPO-CONTA IS LESS THAN 1 OR
              WRK-TIPO-CONTA IS GREATER THAN 4
               IF NOT WRK-MOEDA-OK
                   DISPLAY "MOEDA NAO SUPORTADA - CONTA NAO ABERTA"
               ELSE
                   PERFORM 1400-VALIDA-AGENCIA
               END-IF
               IF WRK-MOEDA-OK AND NOT WRK-AGENCIA-OK
                   DISPLAY "AGENCIA NAO CADASTRADA OU INATIVA - CONTA "
                       "NAO ABERTA"
               END-IF
               IF WRK-MOEDA-OK AND WRK-AGENCIA-OK
                   PERFORM 1000-VALIDA-DOCUMENTO
                   IF NOT WRK-DOC-OK
                       DISPLAY "DOCUMENTO INVALIDO - CONTA NAO ABERTA"
               OPEN I-O XREF-DOCUMENTOS
           END-IF.

      *---- A AGENCIA DA CONTA PRECISA ESTAR CADASTRADA E ATIVA NO
      *---- CADASTRO DE AGENCIAS; SEM O CADASTRO A CONTA NAO E ABERTA

       1400-VALIDA-AGENCIA.
           MOVE "N" TO WRK-AGENCIA-OK-SW.
           IF WRK-AGENCIA IS NOT NUMERIC OR
                   WRK-AGENCIA IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT AGENCIAS.
           IF WRK-STATUS-AGENCIAS NOT = "00"
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - STATUS "
                   WRK-STATUS-AGENCIAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-AGENCIA TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AGE-ATIVA = "S"
                       MOVE "S" TO WRK-AGENCIA-OK-SW
                   END-IF
           END-READ.

           CLOSE AGENCIAS.

      *---- VALIDA A MOEDA INFORMADA E LOCALIZA A TAXA DE CONVERSAO

       1300-VALIDA-MOEDA.
               END-IF
               MOVE CM-SALDO       TO CM-SALDO-ABERTURA
               MOVE "A"            TO CM-SITUACAO
               IF WRK-TIPO-CONTA = 2
                   MOVE "N"        TO CM-ISENTO-IR
               ELSE
                   MOVE "S"        TO CM-ISENTO-IR
               END-IF
               MOVE WRK-AGENCIA    TO CM-AGENCIA

               WRITE CLIENTES-MASTER-RECORD
               PERFORM 2600-GRAVA-XREF

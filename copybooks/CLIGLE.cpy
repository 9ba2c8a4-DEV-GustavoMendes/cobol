      *----HEADER (H) COM A DATA DA EXECUCAO, UM DETALHE (D) POR
      *----CONTA E TRAILER (T) COM QUANTIDADE E SOMAS DE CONFERENCIA
      *----PARA O SISTEMA RECEPTOR VALIDAR A CARGA COMPLETA
      *----GLD-AGENCIA (ACRESCENTADO NO FIM DO DETALHE): AGENCIA DA
      *----CONTA (CM-AGENCIA) PARA O RAZAO POSTAR POR AGENCIA; ZEROS
      *----= CONTA SEM AGENCIA
       01  GL-HEADER.
           05  GLH-TIPO            PICTURE X(01).
           05  GLH-DATA            PICTURE 9(08).
           05  GLD-SITUACAO        PICTURE X(01).
           05  GLD-SALDO           PICTURE S9(10)     COMP-3.
           05  GLD-SALDO-BRL       PICTURE S9(12)V99  COMP-3.
           05  GLD-AGENCIA         PICTURE 9(04).

       01  GL-TRAILER.
           05  GLT-TIPO            PICTURE X(01).

      *----ORD-DATA-ULT-GER: ULTIMO VENCIMENTO JA GERADO, IMPEDE
      *----GERACAO EM DOBRO NO MESMO CICLO
      *----ORD-SITUACAO: A-ATIVA  C-CANCELADA
      *----ORD-NUM-ULT-GER (ACRESCENTADO NO FIM DO REGISTRO): NUMERO
      *----DE TRANSACAO DO ULTIMO DETALHE GERADO, PELO QUAL O GERADOR
      *----DE AVISOS (CLIAVIS) CONFERE SE A ORDEM POSTOU; ORDENS
      *----ANTIGAS LEEM ESPACOS ATE A PROXIMA GERACAO
       01  ORDEM-PERMANENTE-RECORD.
           05  ORD-ID.
               10  ORD-CHAVE       PICTURE X(10).
           05  ORD-DATA-FIM        PICTURE 9(08).
           05  ORD-DATA-ULT-GER    PICTURE 9(08).
           05  ORD-SITUACAO        PICTURE X(01).
           05  ORD-NUM-ULT-GER     PICTURE X(16).

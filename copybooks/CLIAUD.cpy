      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DE SALDO
      *----AUD-NUM-TRANSACAO FOI ACRESCENTADO NO FIM DO REGISTRO:
      *----IDENTIFICA O MOVIMENTO DESDE A ORIGEM (ORIGEM COM 8
      *----POSICOES + SEQUENCIA COM 8 DIGITOS, VER CLINTR); AS DUAS
      *----PERNAS DE UMA TRANSFERENCIA TEM O MESMO NUMERO. REGISTROS
      *----ANTIGOS TERMINAM EM AUD-OPERADOR E LEEM O NUMERO COMO
      *----ESPACOS
      *----AUD-NUM-ORIGINAL E AUD-OPERACAO-ORIGINAL SO SAO PREENCHIDOS
      *----NO REGISTRO DE ESTORNO (AUD-OPERACAO "ESTORNO"): NUMERO DE
      *----TRANSACAO E OPERACAO DO MOVIMENTO DESFEITO, QUE LIGAM O PAR
      *----NO EXTRATO E NO JORNAL CONTABIL
       01  AUDIT-TRAIL-RECORD.
           05  AUD-CHAVE           PICTURE X(10).
           05  AUD-OPERACAO        PICTURE X(10).
           05  AUD-DATA            PICTURE 9(08).
           05  AUD-HORA            PICTURE 9(08).
           05  AUD-OPERADOR        PICTURE X(08).
           05  AUD-NUM-TRANSACAO   PICTURE X(16).
           05  AUD-NUM-ORIGINAL    PICTURE X(16).
           05  AUD-OPERACAO-ORIGINAL PICTURE X(10).

      *----TRANSFERENCIA (OPERACAO "TRANSFER"): O PAR DEBITO/CREDITO
      *----E REJEITADO COMO UM UNICO REGISTRO, COM A CHAVE DEBITADA
      *----EM REJ-CHAVE E A CONTRAPARTIDA CREDITADA AQUI
      *----REJ-NUM-TRANSACAO E O NUMERO DO MOVIMENTO RECUSADO, O
      *----MESMO QUE O REPROCESSO (CLIREJP) GRAVA NA AUDITORIA
      *----O REJEITO DE TRANSFERENCIA EXTERNA (OPERACAO "TRANSF-EXT")
      *----NAO GUARDA O FAVORECIDO E NAO E REPROCESSAVEL: O CLIENTE
      *----REENVIA A ORDEM; O REJEITO DE APLICACAO EM CDB (OPERACAO
      *----"APLIC-CDB") TAMBEM NAO - O CLICDBD CANCELA A APLICACAO E O
      *----CLIENTE PEDE OUTRA
       01  REJEITO-RECORD.
           05  REJ-CHAVE           PICTURE X(10).
           05  REJ-OPERACAO        PICTURE X(10).
           05  REJ-STATUS          PICTURE X(01).
           05  REJ-MOTIVO-BAIXA    PICTURE X(10).
           05  REJ-CHAVE-CONTRA    PICTURE X(10).
           05  REJ-NUM-TRANSACAO   PICTURE X(16).

      *----SUPERVISOR (NIVEL 2) DECIDE CADA UM NO CLILIBR
      *----PND-STATUS: P-PENDENTE  A-APROVADO(POSTADO)  N-NEGADO
      *----PND-OPERACAO: D-DEBITO  A-AJUSTE  T-TRANSFERENCIA
      *----X-TRANSFERENCIA EXTERNA  I-APLICACAO EM CDB (CLICDB)
      *----PND-CHAVE-CONTRA SO E PREENCHIDA NA OPERACAO "T"
      *----PND-NUM-TRANSACAO (ACRESCENTADO NO FIM DO REGISTRO) E O
      *----NUMERO DO MOVIMENTO RETIDO, O MESMO QUE A APROVACAO
      *----(CLILIBR) GRAVA NA AUDITORIA; PENDENCIAS ANTIGAS LEEM
      *----ESPACOS E RECEBEM NUMERO DO CLILIBR NA APROVACAO
      *----OS DADOS DO FAVORECIDO EM OUTRA INSTITUICAO (ACRESCENTADOS
      *----NO FIM DO REGISTRO) SO SAO PREENCHIDOS NA OPERACAO "X"
       01  REG-PENDENTE-APROVACAO.
           05  PND-OPERADOR        PICTURE X(08).
           05  PND-CHAVE           PICTURE X(10).
           05  PND-STATUS          PICTURE X(01).
           05  PND-APROVADOR       PICTURE X(08).
           05  PND-DATA-DECISAO    PICTURE 9(08).
           05  PND-NUM-TRANSACAO   PICTURE X(16).
           05  PND-BANCO-DESTINO   PICTURE 9(03).
           05  PND-AGENCIA-DESTINO PICTURE 9(04).
           05  PND-CONTA-DESTINO   PICTURE X(12).
           05  PND-DOC-BENEFICIARIO PICTURE 9(14).

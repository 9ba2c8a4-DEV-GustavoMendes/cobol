      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DE PREFERENCIAS DE AVISO AO CLIENTE -
      *----UM REGISTRO POR CONTA, CHAVEADO PELA CHAVE DO MESTRE
      *----(CM-CHAVE); MANTIDO PELO CLIAVPM COM LOG EM CLIMLG E LIDO
      *----PELO GERADOR DE AVISOS (CLIAVIS). CONTA SEM REGISTRO NAO
      *----RECEBE AVISO NENHUM: A ADESAO E SEMPRE EXPLICITA
      *----AVP-CANAL: E-EMAIL  S-SMS (O DESTINO VEM DO CLICTT,
      *----CTT-EMAIL OU CTT-TELEFONE)
      *----AVP-AV-...: S-QUER O AVISO  N-NAO QUER
      *----  DEBITO   - DEBITO A PARTIR DE AVP-LIMITE-DEBITO
      *----  REJEITO  - LANCAMENTO RECUSADO POR SALDO MINIMO
      *----  ORDEM    - ORDEM PERMANENTE QUE NAO POSTOU
      *----  BLOQUEIO - BLOQUEIO PARCIAL NOVO OU LIBERADO (CLIBLQ)
      *----  SITUACAO - CONTA QUE PASSOU A BLOQUEADA OU DORMENTE
      *----  TARIFA   - TARIFA MENSAL COBRADA PELO CLITARF
      *----AVP-LIMITE-DEBITO: NA MOEDA DA CONTA; ZERO = TODO DEBITO
       01  PREFERENCIA-AVISO-RECORD.
           05  AVP-CHAVE           PICTURE X(10).
           05  AVP-CANAL           PICTURE X(01).
           05  AVP-AV-DEBITO       PICTURE X(01).
           05  AVP-LIMITE-DEBITO   PICTURE S9(10)  COMP-3.
           05  AVP-AV-REJEITO      PICTURE X(01).
           05  AVP-AV-ORDEM        PICTURE X(01).
           05  AVP-AV-BLOQUEIO     PICTURE X(01).
           05  AVP-AV-SITUACAO     PICTURE X(01).
           05  AVP-AV-TARIFA       PICTURE X(01).

      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO UNICO DE PARAMETROS DO MONITORAMENTO DE
      *----PREVENCAO A LAVAGEM DE DINHEIRO (CLIPLP), LIDO PELO
      *----CLIPLDM E PELO CLIPLDR. VALORES EM BRL, SEM CENTAVOS, COMO
      *----OS SALDOS DO MESTRE
      *----PLP-LIMITE-CREDITO: CREDITO UNICO A PARTIR DESTE VALOR E
      *----COMUNICAVEL (OBRIGATORIO, MAIOR QUE ZERO)
      *----PLP-PCT-FRACIONAMENTO: CREDITO ENTRE ESTE PERCENTUAL DO
      *----LIMITE E O LIMITE E "LOGO ABAIXO" DO LIMITE; COM
      *----PLP-QTDE-FRACIONAMENTO OU MAIS DESSES CREDITOS NA JANELA DE
      *----PLP-DIAS-JANELA DIAS (NA CONTA OU NO CPF/CNPJ) HA INDICIO
      *----DE FRACIONAMENTO (ZERO EM QUALQUER DOS DOIS DESLIGA A REGRA)
      *----PLP-PCT-REPASSE / PLP-VALOR-REPASSE: TRANSFERENCIAS DE
      *----SAIDA DO LOTE QUE SOMAM PELO MENOS ESTE PERCENTUAL DOS
      *----CREDITOS RECEBIDOS NA JANELA, AMBOS A PARTIR DO VALOR
      *----MINIMO (PERCENTUAL ZERO DESLIGA A REGRA)
      *----PLP-MESES-DORMENCIA / PLP-VALOR-DORMENTE: MOVIMENTO A PARTIR
      *----DO VALOR EM CONTA SEM MOVIMENTO HA MAIS DESTES MESES - A
      *----CONTA DORMENTE QUE RECEBE MOVIMENTO VOLTA A ATIVA NA
      *----POSTAGEM (MESES ZERO DESLIGA A REGRA)
      *----PLP-MOTIVO-JUDICIAL: CODIGO DE MOTIVO (BLQ-MOTIVO) DOS
      *----BLOQUEIOS JUDICIAIS DO CLIBLQ (ESPACOS DESLIGA A REGRA)
      *----PLP-DIAS-PRAZO: PRAZO REGULATORIO EM DIAS CORRIDOS PARA A
      *----DECISAO DO ALERTA (ZERO = PADRAO COMPILADO DE 30)
       01  REG-PARAMETROS-PLD.
           05  PLP-LIMITE-CREDITO      PICTURE 9(10).
           05  PLP-PCT-FRACIONAMENTO   PICTURE 9(03).
           05  PLP-QTDE-FRACIONAMENTO  PICTURE 9(03).
           05  PLP-DIAS-JANELA         PICTURE 9(03).
           05  PLP-PCT-REPASSE         PICTURE 9(03).
           05  PLP-VALOR-REPASSE       PICTURE 9(10).
           05  PLP-MESES-DORMENCIA     PICTURE 9(03).
           05  PLP-VALOR-DORMENTE      PICTURE 9(10).
           05  PLP-MOTIVO-JUDICIAL     PICTURE X(10).
           05  PLP-DIAS-PRAZO          PICTURE 9(03).

      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DA TABELA DE MULTA DO RESGATE ANTECIPADO
      *----DE CDB - UMA FAIXA POR REGISTRO, EM ORDEM CRESCENTE DE DIAS;
      *----VALE A PRIMEIRA FAIXA CUJO LIMITE ALCANCA OS DIAS CORRIDOS
      *----DESDE O INICIO DO CDB. ALEM DA ULTIMA FAIXA NAO HA MULTA
      *----CDP-DIAS-ATE: LIMITE DA FAIXA EM DIAS CORRIDOS (INCLUSIVE)
      *----CDP-PCT-MULTA: FRACAO DO RENDIMENTO ACUMULADO QUE O CLIENTE
      *----PERDE, 4 CASAS IMPLICITAS (9V9999) - 1,0000 = TODO O
      *----RENDIMENTO, 0,5000 = METADE
       01  REG-MULTA-CDB.
           05  CDP-DIAS-ATE            PICTURE 9(05).
           05  CDP-PCT-MULTA           PICTURE 9V9999.

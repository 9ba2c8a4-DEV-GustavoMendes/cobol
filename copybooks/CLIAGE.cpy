      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DO CADASTRO DE AGENCIAS - UM REGISTRO
      *----POR AGENCIA, CHAVEADO PELO CODIGO; MANTIDO PELO CLIAGEM
      *----AGE-GERENTE: OPERADOR (OPE-ID DO CLIOPE) GERENTE DA AGENCIA
      *----AGE-ATIVA: S-ATIVA  N-INATIVA (NAO RECEBE CONTAS NOVAS NEM
      *----TRANSFERENCIA DE CONTAS; AS CONTAS QUE JA TEM CONTINUAM)
      *----O CODIGO ZERO NAO E CADASTRADO: NO MESTRE DE CLIENTES E NO
      *----CADASTRO DE OPERADORES SIGNIFICA SEM AGENCIA (REGISTROS
      *----ANTERIORES AO CADASTRO DE AGENCIAS)
       01  AGENCIA-RECORD.
           05  AGE-CODIGO          PICTURE 9(04).
           05  AGE-NOME            PICTURE X(20).
           05  AGE-GERENTE         PICTURE X(08).
           05  AGE-ATIVA           PICTURE X(01).

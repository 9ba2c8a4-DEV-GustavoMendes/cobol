      *----LAYOUT DO REGISTRO DO CADASTRO MESTRE DE OPERADORES
      *----OPE-NIVEL: 1-OPERADOR  2-SUPERVISOR
      *----OPE-ATIVO: S-ATIVO  N-INATIVO
      *----OPE-AGENCIA: AGENCIA DE LOTACAO DO OPERADOR (CLIAGE);
      *----ZEROS = SEM AGENCIA (ADMINISTRACAO CENTRAL)
       01  OPERADOR-RECORD.
           05  OPE-ID              PICTURE X(08).
           05  OPE-NOME            PICTURE X(20).
           05  OPE-NIVEL           PICTURE 9(01).
           05  OPE-ATIVO           PICTURE X(01).
           05  OPE-AGENCIA         PICTURE 9(04).

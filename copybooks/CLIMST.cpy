      *----LAYOUT DO REGISTRO MESTRE DE CLIENTES (CLIENTES-MASTER)
      *----CM-SITUACAO: A-ATIVA  B-BLOQUEADA  D-DORMENTE  E-ENCERRADA
      *----(ESPACOS EM REGISTROS ANTIGOS EQUIVALEM A ATIVA)
      *----CM-ISENTO-IR (ACRESCENTADO NO FIM DO REGISTRO): S-ISENTA
      *----N-NAO ISENTA DE IMPOSTO DE RENDA RETIDO NA FONTE SOBRE OS
      *----JUROS; ESPACOS (REGISTROS ANTIGOS) SEGUEM O PADRAO DO TIPO
      *----DE CONTA - JURIDICA (2) NAO ISENTA, DEMAIS ISENTAS
      *----CM-AGENCIA (ACRESCENTADO NO FIM DO REGISTRO): CODIGO DA
      *----AGENCIA DA CONTA NO CADASTRO DE AGENCIAS (CLIAGE); ZEROS
      *----(REGISTROS ANTIGOS) = SEM AGENCIA
       01  CLIENTES-MASTER-RECORD.
           05  CM-CHAVE            PICTURE X(10).
           05  CM-NOME             PICTURE X(20).
           05  CM-CNPJ             PICTURE 9(14).
           05  CM-MOEDA            PICTURE X(03)   VALUE "BRL".
           05  CM-SITUACAO         PICTURE X(01).
           05  CM-ISENTO-IR        PICTURE X(01).
           05  CM-AGENCIA          PICTURE 9(04).

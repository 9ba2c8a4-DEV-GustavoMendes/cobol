      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DO NUMERADOR DE TRANSACOES (CLINTR) -
      *----UM REGISTRO POR ORIGEM DE MOVIMENTO GERADO FORA DO ARQUIVO
      *----DE LANCAMENTOS (CLIENTES INTERATIVO, CLIJUROS, CLITARF E
      *----AS APROVACOES/REPROCESSOS SEM NUMERO DO CLILIBR E CLIREJP)
      *----COM O ULTIMO NUMERO SEQUENCIAL USADO. O NUMERO DE
      *----TRANSACAO TEM 16 POSICOES: A ORIGEM (NOME DO PROGRAMA, OU
      *----LANH-ARQUIVO-ID PARA DETALHES DO CLILAN) SEGUIDA DA
      *----SEQUENCIA COM 8 DIGITOS
       01  REG-NUMERADOR.
           05  NTR-ORIGEM          PICTURE X(08).
           05  NTR-ULTIMO-NUMERO   PICTURE 9(08).
           05  NTR-DATA-ULT-USO    PICTURE 9(08).

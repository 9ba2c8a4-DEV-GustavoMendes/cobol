      *----Gustavo Mendes de Moura
      *----LAYOUT DO REGISTRO DA FILA DE ALTERACOES CADASTRAIS
      *----PENDENTES DE APROVACAO - AS ALTERACOES SENSIVEIS PEDIDAS NO
      *----CLIMANT (SALDO, TIPO DE CONTA, SITUACAO, DOCUMENTO E
      *----ENCERRAMENTO) ESPERAM AQUI EM VEZ DE SEREM APLICADAS; UM
      *----SUPERVISOR DIFERENTE DO SOLICITANTE APLICA OU RECUSA CADA
      *----UMA NO CLIAPRV
      *----ALP-TIPO: S-SALDO  T-TIPO DE CONTA  I-SITUACAO
      *----D-DOCUMENTO  E-ENCERRAMENTO
      *----ALP-STATUS: P-PENDENTE  A-APLICADA  N-NEGADA
      *----ALP-VALOR-ANTES/DEPOIS SAO OS VALORES EDITADOS PARA A
      *----LISTAGEM E O LOG; OS CAMPOS -ANTES GUARDAM O CONTEUDO DO
      *----MESTRE NA SOLICITACAO (A APROVACAO SO APLICA SE A CONTA
      *----NAO MUDOU DESDE ENTAO) E OS CAMPOS -NOVO O VALOR PEDIDO
      *----ALP-NUM-TRANSACAO SO E PREENCHIDO NA ALTERACAO DE SALDO
      *----APLICADA: NUMERO DO AJUSTE GRAVADO NA AUDITORIA
       01  REG-ALTERACAO-PENDENTE.
           05  ALP-OPERADOR        PICTURE X(08).
           05  ALP-CHAVE           PICTURE X(10).
           05  ALP-TIPO            PICTURE X(01).
           05  ALP-VALOR-ANTES     PICTURE X(20).
           05  ALP-VALOR-DEPOIS    PICTURE X(20).
           05  ALP-SALDO-ANTES     PICTURE S9(10)  COMP-3.
           05  ALP-TIPO-CONTA-ANTES PICTURE 9(01).
           05  ALP-SITUACAO-ANTES  PICTURE X(01).
           05  ALP-CPF-ANTES       PICTURE 9(11).
           05  ALP-CNPJ-ANTES      PICTURE 9(14).
           05  ALP-SALDO-NOVO      PICTURE S9(10)  COMP-3.
           05  ALP-TIPO-CONTA-NOVO PICTURE 9(01).
           05  ALP-SITUACAO-NOVA   PICTURE X(01).
           05  ALP-CPF-NOVO        PICTURE 9(11).
           05  ALP-CNPJ-NOVO       PICTURE 9(14).
           05  ALP-DATA            PICTURE 9(08).
           05  ALP-HORA            PICTURE 9(08).
           05  ALP-STATUS          PICTURE X(01).
           05  ALP-APROVADOR       PICTURE X(08).
           05  ALP-DATA-DECISAO    PICTURE 9(08).
           05  ALP-NUM-TRANSACAO   PICTURE X(16).

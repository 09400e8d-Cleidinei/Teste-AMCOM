           03 ITEM-QTD              PIC 9(005).
           03 ITEM-PRECO-UNIT       PIC 9(007)V9(002).
           03 ITEM-VALOR            PIC 9(007)V9(002).
      *    FILIAL (CENTRO DE DISTRIBUICAO) QUE ATENDE O ITEM E A
      *    SITUACAO NO ESTOQUE: QUANTIDADE RESERVADA NA INCLUSAO E
      *    QUANTIDADE EM BACKORDER (SEM SALDO), AMBAS MANTIDAS PELO
      *    GRVESTQ/ESTQPED ATE O FATURAMENTO OU O CANCELAMENTO.
           03 ITEM-FILIAL           PIC 9(002).
           03 ITEM-QTD-RESERV       PIC 9(005).
           03 ITEM-QTD-BACKORDER    PIC 9(005).
      *    PRECO DE TABELA (TABPRECO VIGENTE NA DATA DO PEDIDO, OU O
      *    PRECO-PROD DO CADASTRO) E O DESCONTO (%) DADO NA DIGITACAO.
      *    ITEM-PRECO-UNIT E O PRECO DE TABELA JA COM O DESCONTO.
           03 ITEM-PRECO-TABELA     PIC 9(007)V9(002).
           03 ITEM-PERC-DESC        PIC 9(002)V9(002).

      *-----------------------------------*
      *    BOOKTPR.CPY
      *    LAYOUT DA TABELA DE PRECOS - ARQUIVO TABPRECO. MANTIDO
      *    PELO CADTPR E CONSULTADO PELO PRECOTAB NA DIGITACAO E NA
      *    IMPORTACAO DE PEDIDOS. CADA REGISTRO E O PRECO DE UM
      *    PRODUTO NUM PERIODO DE VIGENCIA, OPCIONALMENTE RESTRITO A
      *    UMA FILIAL (ZERO = TODAS) E A UMA CLASSE ABC DO CLIENTE
      *    NO CLASSCLI (BRANCO = TODAS). FIM DE VIGENCIA ZERO =
      *    VIGENTE ATE NOVA TABELA. PRODUTO SEM TABELA VIGENTE FICA
      *    COM O PRECO-PROD DO CADASTRO.
      *-----------------------------------*
       01  ARQ-TPR-REG.
           03 TPR-CHAVE.
              05 TPR-COD-PROD       PIC 9(005).
              05 TPR-FILIAL         PIC 9(002).
              05 TPR-CLASSE-ABC     PIC X(001).
                 88 TPR-CLASSE-VALIDA       VALUE "A" "B" "C" " ".
              05 TPR-DATA-INICIO    PIC 9(008).
           03 TPR-DATA-FIM          PIC 9(008).
           03 TPR-PRECO             PIC 9(007)V9(002).
           03 TPR-DATA-ATUALIZ      PIC 9(008).
           03 TPR-OPERADOR          PIC 9(003).

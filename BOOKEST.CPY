      *-----------------------------------*
      *    BOOKEST.CPY
      *    LAYOUT DO SALDO DE ESTOQUE - ARQUIVO ESTOQUE
      *    UM REGISTRO POR PRODUTO E FILIAL (CENTRO DE DISTRIBUICAO),
      *    ATUALIZADO SOMENTE PELO GRVESTQ, QUE GRAVA CADA MOVIMENTO
      *    NO MOVESTQ. DISPONIVEL = FISICO - RESERVADO. O RESERVADO
      *    E O COMPROMETIDO COM PEDIDOS AINDA NAO FATURADOS E O
      *    BACKORDER E A QUANTIDADE PEDIDA QUE FICOU SEM ESTOQUE,
      *    ATENDIDA NA ENTRADA DE MERCADORIA (CADEST).
      *-----------------------------------*
       01  ARQ-EST-REG.
           03 EST-CHAVE.
              05 EST-COD-PROD       PIC 9(005).
              05 EST-FILIAL         PIC 9(002).
           03 EST-QTD-FISICA        PIC S9(007).
           03 EST-QTD-RESERVADA     PIC 9(007).
           03 EST-QTD-BACKORDER     PIC 9(007).
           03 EST-DATA-ULT-MOV      PIC 9(008).

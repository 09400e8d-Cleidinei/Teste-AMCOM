           03 DEV-DATA              PIC 9(008).
           03 DEV-VALOR             PIC 9(007)V9(002).
           03 DEV-MOTIVO            PIC X(002).
      *    PRODUTO E QUANTIDADE QUE VOLTARAM FISICAMENTE (ZERO =
      *    DEVOLUCAO SO DE VALOR). DEVOLUCAO DE PEDIDO FATURADO
      *    REENTRA NO ESTOQUE DA FILIAL DO ITEM.
           03 DEV-COD-PROD          PIC 9(005).
           03 DEV-QTD               PIC 9(005).

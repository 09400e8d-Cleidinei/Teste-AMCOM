      *-----------------------------------*
      *    BOOKECM.CPY
      *    LAYOUT DOS ESTORNOS DE COMISSAO - ARQUIVO ESTORNOS
      *    GRAVADO PELA BAIXA POR PERDA (BAIXAPER): UM ESTORNO POR
      *    FATURA PERDIDA, CONTRA O VENDEDOR DA FATURA, NO
      *    PERCENTUAL CONGELADO NO COMFECH DO MES DO PEDIDO (OU NO
      *    COMISSAO-VEND ATUAL, SE O MES AINDA NAO FOI FECHADO).
      *    O MES FECHADO NAO E REABERTO: O PROXIMO FECHACOM LANCA O
      *    ESTORNO PENDENTE COMO LINHA NEGATIVA DO VENDEDOR NO
      *    COMFECH E NO FOLHACOM.IFC E CARIMBA O MES DO DESCONTO.
      *-----------------------------------*
       01  ARQ-ECM-REG.
           03 ECM-NUM-FATURA        PIC 9(007).
           03 ECM-COD-VEND          PIC 9(003).
           03 ECM-NUM-PEDIDO        PIC 9(007).
           03 ECM-DATA              PIC 9(008).
           03 ECM-MOTIVO            PIC X(002).
           03 ECM-VALOR-PERDA       PIC 9(007)V9(002).
           03 ECM-PERC-COMISSAO     PIC 9(002)V9(002).
           03 ECM-VALOR-ESTORNO     PIC 9(007)V9(002).
           03 ECM-OPERADOR          PIC 9(003).
      *    MES DO FECHAMENTO QUE DESCONTOU O ESTORNO (AAAAMM).
      *    ZERO = PENDENTE PARA O PROXIMO FECHACOM.
           03 ECM-ANO-MES-DESCONTO  PIC 9(006).
              88 ECM-PENDENTE                  VALUE ZEROS.

              05 PAG-SEQ            PIC 9(003).
           03 PAG-DATA              PIC 9(008).
           03 PAG-VALOR             PIC 9(007)V9(002).
      *    PARCELA DA FATURA (PARCELAS) A QUE A BAIXA SE REFERE.
      *    ZERO = BAIXA DE FATURA SEM PARCELAS.
           03 PAG-PARCELA           PIC 9(002).

      *-----------------------------------*
      *    BOOKPARC.CPY
      *    LAYOUT DAS PARCELAS DE FATURA - ARQUIVO PARCELAS
      *    GRAVADO PELO FATURAMENTO (FATURPED), UMA PARCELA POR
      *    PRAZO DA CONDICAO DE PAGAMENTO DO PEDIDO, CHAVEADA PELA
      *    FATURA MAIS O NUMERO DA PARCELA. CADA PARCELA TEM O SEU
      *    VENCIMENTO E VALOR, E BAIXADA (CADPAG/IMPPAG) E ENVELHECE
      *    (RELAGING) SEPARADAMENTE. A FATURA SO FICA QUITADA
      *    QUANDO TODAS AS SUAS PARCELAS ESTAO QUITADAS. NA BAIXA
      *    POR PERDA DA FATURA AS PARCELAS ABERTAS VAO PARA PERDA.
      *-----------------------------------*
       01  ARQ-PARC-REG.
           03 PARC-CHAVE.
              05 PARC-NUM-FATURA    PIC 9(007).
              05 PARC-NUM           PIC 9(002).
           03 PARC-COD-CLI          PIC 9(007).
           03 PARC-VALOR            PIC 9(007)V9(002).
           03 PARC-DATA-VENCIMENTO  PIC 9(008).
           03 PARC-STATUS           PIC X(001) VALUE "A".
              88 PARC-ABERTA                   VALUE "A".
              88 PARC-QUITADA                  VALUE "Q".
              88 PARC-PERDA                    VALUE "P".

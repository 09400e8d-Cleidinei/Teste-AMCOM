      *-----------------------------------*
      *    BOOKCPG.CPY
      *    LAYOUT DO CADASTRO DE CONDICOES DE PAGAMENTO - ARQUIVO
      *    CONDPAG. MANTIDO PELO CADCPG. CADA CONDICAO DIZ EM
      *    QUANTAS PARCELAS A FATURA E DIVIDIDA E O PRAZO EM DIAS,
      *    CONTADO DA EMISSAO, DE CADA PARCELA (EX.: A VISTA = 1
      *    PARCELA COM 0 DIAS; 30/60/90 = 3 PARCELAS). A CONDICAO
      *    PADRAO FICA NO CLIENTE E A ESCOLHIDA FICA NO PEDIDO; O
      *    FATURPED GERA UMA PARCELA (PARCELAS) PARA CADA PRAZO.
      *-----------------------------------*
       01  ARQ-CPG-REG.
           03 CPG-CODIGO            PIC 9(003).
           03 CPG-DESCRICAO         PIC X(030).
           03 CPG-QTD-PARCELAS      PIC 9(002).
           03 CPG-PRAZOS.
              05 CPG-DIAS-PARCELA   PIC 9(003) OCCURS 12 TIMES.
           03 CPG-STATUS            PIC X(001).
              88 CPG-ATIVA                    VALUE "A".
              88 CPG-INATIVA                  VALUE "I".

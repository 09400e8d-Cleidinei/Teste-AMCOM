      *-----------------------------------*
      *    BOOKEQP.CPY
      *    LAYOUT DO CADASTRO DE EQUIPES DE VENDA - ARQUIVO EQUIPES.
      *    MANTIDO PELO CADEQP. CADA EQUIPE E IDENTIFICADA PELO
      *    CODIGO DO VENDEDOR QUE A LIDERA (SUPERVISOR), QUE TEM QUE
      *    ESTAR NO CADVENDEDOR. O PERCENTUAL DE SUPERVISAO E PAGO
      *    PELO FECHACOM AO SUPERVISOR SOBRE AS VENDAS LIQUIDAS DOS
      *    MEMBROS DA EQUIPE NO MES (SEM AS VENDAS DO PROPRIO
      *    SUPERVISOR, QUE JA TEM A COMISSAO INDIVIDUAL).
      *-----------------------------------*
       01  ARQ-EQP-REG.
           03 EQP-COD-SUPERV        PIC 9(003).
           03 EQP-NOME              PIC X(040).
      *    PERCENTUAL DE SUPERVISAO. ZERO = EQUIPE SEM SUPERVISAO PAGA.
           03 EQP-PERC-SUPERV       PIC 9(002)V9(002).
           03 EQP-DATA-ATUALIZ      PIC 9(008).
           03 EQP-OPERADOR          PIC 9(003).

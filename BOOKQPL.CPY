      *-----------------------------------*
      *    BOOKQPL.CPY
      *    LAYOUT DO PLANO MENSAL DE QUOTAS - ARQUIVO QUOTAPLAN. UM
      *    REGISTRO POR ANO-MES E VENDEDOR, MANTIDO PELO CADQPL E
      *    CARREGADO EM LOTE PELO IMPQPL A PARTIR DO PLANO ANUAL DA
      *    DIRETORIA COMERCIAL. O RELQUOTA, O FECHACOM E O RELPLANO
      *    USAM A QUOTA DO MES (BUSCAQPL); SEM PLANO PARA O MES VALE
      *    O QUOTA-VEND DO CADVENDEDOR. MES JA FECHADO NO COMFECH NAO
      *    TEM O PLANO ALTERADO.
      *-----------------------------------*
       01  ARQ-QPL-REG.
           03 QPL-CHAVE.
              05 QPL-ANO-MES        PIC 9(006).
              05 QPL-COD-VEND       PIC 9(003).
           03 QPL-QUOTA             PIC 9(007)V9(002).
      *    ORIGEM DA ULTIMA GRAVACAO: T = TELA (CADQPL), L = LOTE
      *    (IMPQPL).
           03 QPL-ORIGEM            PIC X(001).
              88 QPL-ORIGEM-TELA               VALUE "T".
              88 QPL-ORIGEM-LOTE               VALUE "L".
           03 QPL-DATA-ATUALIZ      PIC 9(008).
           03 QPL-OPERADOR          PIC 9(003).

      *    FILIAIS. ZERO = SEM FILIAL DEFINIDA; A DISTRIBUICAO PODE
      *    SER RESTRITA A UMA FILIAL.
           03 FILIAL-VEND           PIC 9(002).
      *    DESCONTO MAXIMO (%) QUE O VENDEDOR PODE DAR POR ITEM SOBRE
      *    O PRECO DE TABELA NA DIGITACAO DO PEDIDO. ACIMA DELE O
      *    PEDIDO ENTRA PENDENTE PARA O APROVPED.
           03 DESC-MAX-VEND         PIC 9(002)V9(002).
      *    SUPERVISOR (LIDER DA EQUIPE) VIGENTE DO VENDEDOR, CODIGO
      *    DE UMA EQUIPE DO CADASTRO EQUIPES. ZERO = SEM EQUIPE.
      *    MANTIDO SO PELO CADEQP, COM DATA DE VIGENCIA NO
      *    HISTORICO SUPERVHIST.
           03 SUPERV-VEND           PIC 9(003).

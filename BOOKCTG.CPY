      *-----------------------------------*
      *    BOOKCTG.CPY
      *    LAYOUT DA TABELA DE CATEGORIAS DE PRODUTO - ARQUIVO
      *    CATPROD. MANTIDA PELO CADPROD E REFERENCIADA PELO
      *    CATEG-PROD DO CADASTRO DE PRODUTOS. AGRUPA AS LINHAS DE
      *    PRODUTO PARA O RELATORIO DE MIX DE VENDAS (RELMIX) E PARA
      *    O EXTRATO DE PEDIDOS DO DATA WAREHOUSE. CATEGORIA EM USO
      *    POR ALGUM PRODUTO NAO E EXCLUIDA.
      *-----------------------------------*
       01  ARQ-CTG-REG.
           03 CTG-CODIGO            PIC 9(002).
           03 CTG-DESCRICAO         PIC X(030).
           03 CTG-DATA-ATUALIZ      PIC 9(008).

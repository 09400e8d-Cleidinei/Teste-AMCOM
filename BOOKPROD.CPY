           03 STATUS-PROD           PIC X(001) VALUE "A".
              88 PROD-ATIVO                    VALUE "A".
              88 PROD-INATIVO                  VALUE "I".
      *    CLASSIFICACAO FISCAL PARA A NF-E: NCM, ORIGEM DA
      *    MERCADORIA, CST DO ICMS, UNIDADE COMERCIAL, CFOP DA VENDA
      *    DENTRO DO ESTADO (5XXX - NA VENDA INTERESTADUAL O
      *    FATURPED USA O 6XXX CORRESPONDENTE) E ALIQUOTA INTERNA DO
      *    ICMS. A ALIQUOTA INTERESTADUAL VEM DO PARAMSIS (ICMSINTE).
           03 NCM-PROD              PIC 9(008).
           03 ORIGEM-PROD           PIC 9(001).
           03 CST-ICMS-PROD         PIC 9(002).
           03 UNIDADE-PROD          PIC X(006).
           03 CFOP-PROD             PIC 9(004).
           03 ALIQ-ICMS-PROD        PIC 9(002)V9(002).
      *    CATEGORIA DO PRODUTO NA TABELA CATPROD (ZERO = PRODUTO
      *    CADASTRADO ANTES DAS CATEGORIAS, AINDA SEM CATEGORIA).
           03 CATEG-PROD            PIC 9(002).

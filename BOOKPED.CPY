      *    BOOKPED.CPY
      *    LAYOUT DO CADASTRO DE PEDIDOS DE VENDA - ARQUIVO PEDIDOS
      *    USADO POR CADPED / RELQUOTA. O VENDEDOR DO PEDIDO E O
      *    VENDEDOR ATRIBUIDO AO CLIENTE NA ULTIMA DISTRIBUICAO; SE O
      *    CLIENTE MUDA DE VENDEDOR COM PEDIDO AINDA SEM FATURA, O
      *    TRANSPED DECIDE QUEM FICA COM ELE (DECISPED).
      *    CHAVE PRIMARIA NUM-PEDIDO; CHAVES ALTERNATIVAS (COM
      *    DUPLICIDADE) COD-CLI-PED, PARA LER SO OS PEDIDOS DE UM
      *    CLIENTE, E CHAVE-VEND-PED (VENDEDOR + DATA DO PEDIDO),
      *    PARA LER SO OS PEDIDOS DE UM PERIODO. TODO PROGRAMA QUE
      *    ABRE O PEDIDOS DECLARA AS TRES CHAVES NO SELECT.
      *-----------------------------------*
       01  ARQ-PED-REG.
           03 NUM-PEDIDO            PIC 9(007).
           03 COD-CLI-PED           PIC 9(007).
           03 CHAVE-VEND-PED.
              05 COD-VEND-PED       PIC 9(003).
              05 DATA-PEDIDO        PIC 9(008).
           03 VALOR-PEDIDO          PIC 9(007)V9(002).
      *    PEDIDO ACIMA DO LIMITE DE APROVACAO ENTRA PENDENTE (P) E
      *    SO VIRA ATIVO PELO APROVPED; REPROVADO (R) FICA FORA DA
      *    GRAVADO PELO APROVPED AO APROVAR OU REPROVAR.
           03 APROV-OPER-PED        PIC 9(003).
           03 APROV-DATA-PED        PIC 9(008).
      *    CONDICAO DE PAGAMENTO DO PEDIDO (CONDPAG), ASSUMIDA DO
      *    CLIENTE NA INCLUSAO QUANDO NAO INFORMADA. ZERO = FATURA EM
      *    PARCELA UNICA COM VENCIMENTO EM 30 DIAS.
           03 COND-PAG-PED          PIC 9(003).
      *    MOTIVO DA PENDENCIA DE APROVACAO: VALOR ACIMA DO LIMAPROV
      *    (V), DESCONTO DE ITEM ACIMA DO MAXIMO DO VENDEDOR (D) OU
      *    OS DOIS (X). BRANCO NOS PEDIDOS QUE NAO PASSARAM POR
      *    APROVACAO.
           03 MOTIVO-PEND-PED       PIC X(001).
              88 PEND-POR-VALOR                VALUE "V".
              88 PEND-POR-DESCONTO             VALUE "D".
              88 PEND-POR-VALOR-DESC           VALUE "X".

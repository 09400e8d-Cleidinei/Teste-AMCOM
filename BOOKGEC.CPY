      *-----------------------------------*
      *    BOOKGEC.CPY
      *    LAYOUT DO CADASTRO DE GRUPOS ECONOMICOS - ARQUIVO
      *    GRUPOECO. MANTIDO PELO CADGRP. O GRUPO DE UM CLIENTE E A
      *    RAIZ DO CNPJ (8 PRIMEIROS DIGITOS), SALVO QUANDO O CADCLI
      *    INFORMA OUTRO GRUPO NO GRUPOCLI (BOOKGCL). O GRUPO SO
      *    PRECISA ESTAR CADASTRADO AQUI PARA TER NOME, LIMITE DE
      *    CREDITO CONSOLIDADO OU MATRIZ ESCOLHIDA A MAO; GRUPO SEM
      *    CADASTRO VALE PELA RAIZ, SEM LIMITE DE GRUPO.
      *-----------------------------------*
       01  ARQ-GEC-REG.
           03 GEC-CODIGO            PIC 9(008).
           03 GEC-NOME              PIC X(040).
      *    LIMITE DE CREDITO DO GRUPO: SOMA DOS PEDIDOS ATIVOS DE
      *    TODOS OS CLIENTES DO GRUPO. ZERO = SEM LIMITE DE GRUPO.
           03 GEC-LIMITE-CRED       PIC 9(009)V9(002).
      *    CLIENTE SEDE DO GRUPO PARA A DISTRIBUICAO. ZERO = O
      *    CLIENTE COM CNPJ DE ORDEM 0001 (OU O DE MENOR CODIGO).
           03 GEC-COD-MATRIZ        PIC 9(007).
           03 GEC-DATA-ATUALIZ      PIC 9(008).
           03 GEC-OPERADOR          PIC 9(003).

      *-----------------------------------*
      *    BOOKGCL.CPY
      *    LAYOUT DO GRUPO ECONOMICO INFORMADO NO CLIENTE - ARQUIVO
      *    GRUPOCLI. MANTIDO PELA OPCAO DE GRUPO ECONOMICO DO
      *    CADCLI. SO EXISTE REGISTRO PARA O CLIENTE CUJO GRUPO NAO
      *    E A RAIZ DO PROPRIO CNPJ (EX.: EMPRESA DO MESMO DONO COM
      *    OUTRA RAIZ). CONSULTADO PELO BUSCAGRP.
      *-----------------------------------*
       01  ARQ-GCL-REG.
           03 GCL-COD-CLI           PIC 9(007).
           03 GCL-GRUPO             PIC 9(008).
           03 GCL-DATA-ATUALIZ      PIC 9(008).
           03 GCL-OPERADOR          PIC 9(003).

      *-----------------------------------*
      *    BOOKCOB.CPY
      *    LAYOUT DO CONVENIO DE COBRANCA COM O BANCO - ARQUIVO
      *    TEXTO CONVCOB.TXT, UMA UNICA LINHA MANTIDA PELA
      *    TESOURARIA COM OS DADOS QUE O BANCO EXIGE NA REMESSA
      *    CNAB 400 (REMCNAB) E CONFERE NO RETORNO (RETCNAB).
      *-----------------------------------*
       01  CONVENIO-REG.
           03 COB-COD-BANCO         PIC 9(003).
           03 COB-NOME-BANCO        PIC X(015).
           03 COB-COD-EMPRESA       PIC X(020).
           03 COB-CNPJ-EMPRESA      PIC 9(014).
           03 COB-NOME-EMPRESA      PIC X(030).
           03 COB-CARTEIRA          PIC X(003).
           03 FILLER                PIC X(015).

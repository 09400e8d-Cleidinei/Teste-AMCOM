      *-----------------------------------*
      *    BOOKPAC.CPY
      *    LAYOUT DO CONTROLE DOS PACOTES DE CAMPO - ARQUIVO
      *    PACCTL. UM REGISTRO POR VENDEDOR COM O NUMERO E A DATA
      *    DO PACOTE VIGENTE E DO ANTERIOR, GRAVADO PELO PACCAMPO A
      *    CADA PACOTE GERADO. O APLICATIVO DE CAMPO DEVOLVE O
      *    NUMERO DO PACOTE NOS PEDIDOS (IMPPED) E NAS VISITAS
      *    (IMPVISIT); SO SAO ACEITAS AS CAPTURAS FEITAS COM O
      *    PACOTE VIGENTE OU COM O ANTERIOR (O PACOTE DA NOITE PODE
      *    SER GERADO ANTES DA IMPORTACAO DO QUE FOI CAPTURADO NO
      *    DIA COM O PACOTE DA VESPERA). VENDEDOR SEM REGISTRO AQUI
      *    AINDA NAO RECEBEU PACOTE E NAO E CRITICADO.
      *-----------------------------------*
       01  ARQ-PAC-REG.
           03 PAC-COD-VEND          PIC 9(003).
           03 PAC-SEQ-ATUAL         PIC 9(007).
           03 PAC-DATA-ATUAL        PIC 9(008).
           03 PAC-SEQ-ANTERIOR      PIC 9(007).
           03 PAC-DATA-ANTERIOR     PIC 9(008).

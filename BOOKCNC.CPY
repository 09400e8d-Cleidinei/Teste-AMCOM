      *-----------------------------------*
      *    BOOKCNC.CPY
      *    LAYOUT DA CONCILIACAO DIARIA DO CONTAS A RECEBER -
      *    ARQUIVO CONCILIA. GRAVADO PELO CONTABIL: UM REGISTRO POR
      *    EXECUCAO COM O SALDO EM ABERTO DA EXECUCAO ANTERIOR, AS
      *    FATURAS, BAIXAS E PERDAS CONTABILIZADAS NA EXECUCAO, O
      *    SALDO ESPERADO (ANTERIOR + FATURAS - BAIXAS - PERDAS), O
      *    SALDO APURADO NAS FATURAS E A DIFERENCA ENTRE OS DOIS.
      *-----------------------------------*
       01  ARQ-CNC-REG.
           03 CNC-CHAVE.
              05 CNC-DATA           PIC 9(008).
              05 CNC-HORA           PIC 9(006).
           03 CNC-DATA-MOVIMENTO    PIC 9(008).
           03 CNC-LOTE              PIC 9(007).
           03 CNC-SALDO-ANTERIOR    PIC S9(011)V9(002).
           03 CNC-VALOR-FATURAS     PIC 9(011)V9(002).
           03 CNC-VALOR-BAIXAS      PIC 9(011)V9(002).
           03 CNC-VALOR-PERDAS      PIC 9(011)V9(002).
           03 CNC-SALDO-ESPERADO    PIC S9(011)V9(002).
           03 CNC-SALDO-APURADO     PIC S9(011)V9(002).
           03 CNC-DIFERENCA         PIC S9(011)V9(002).

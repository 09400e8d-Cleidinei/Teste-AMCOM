      *    CADA EXECUCAO DE FAZDISTRIB / RELATCLI / RELATVEND E CADA
      *    CARTAO DE COMANDO DO BATCHMENU ACRESCENTA UM REGISTRO,
      *    GRAVADO PELO SUBPROGRAMA GRVRUNLOG E CONSULTADO PELO
      *    CONSRLOG E PELO RELSLA (TEMPOS DO LOTE CONTRA A BASE E
      *    O SLA). A SEQUENCIA DESEMPATA EXECUCOES NO MESMO SEGUNDO.
      *-----------------------------------*
       01  RUNLOG-REG.
           03 RLOG-CHAVE.

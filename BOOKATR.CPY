      *-----------------------------------*
      *    BOOKATR.CPY
      *    LAYOUT DA ATRIBUICAO ATUAL DE CADA CLIENTE - ARQUIVO
      *    DISTATUAL, CHAVEADO PELO CLIENTE. GUARDA O REGISTRO MAIS
      *    NOVO DO CLIENTE NO DISTHIST (MAIOR DATA+HORA DE EXECUCAO;
      *    NO EMPATE, O ULTIMO GRAVADO). MANTIDO PELO FAZDISTRIB, PELO
      *    REDISTVEND E PELO FUSAOCLI JUNTO COM O DISTHIST E
      *    RECONSTRUIDO A PARTIR DO DISTHIST PELO RECATUAL. QUEM
      *    PRECISA DO VENDEDOR ATUAL DO CLIENTE LE ESTE ARQUIVO PELA
      *    CHAVE; O DISTHIST FICA SO COMO HISTORICO.
      *-----------------------------------*
       01  ARQ-ATR-REG.
           03 ATR-COD-CLI           PIC 9(007).
           03 ATR-COD-VEND          PIC 9(003).
      *    VENDEDOR RESERVA DA MESMA RODADA (ZERO = SEM RESERVA)
           03 ATR-COD-VEND-SEC      PIC 9(003).
           03 ATR-DISTANCIA         PIC 9(006)V9(002).
           03 ATR-ORIGEM            PIC X(001).
              88 ATR-ORIGEM-GEOGRAFICA        VALUE "G".
              88 ATR-ORIGEM-MANUAL            VALUE "M".
              88 ATR-ORIGEM-GRUPO             VALUE "E".
           03 ATR-EXEC.
              05 ATR-DATA-EXEC      PIC 9(008).
              05 ATR-HORA-EXEC      PIC 9(006).
           03 ATR-EXEC-N REDEFINES ATR-EXEC PIC 9(014).

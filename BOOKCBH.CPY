      *-----------------------------------*
      *    BOOKCBH.CPY
      *    LAYOUT DO HISTORICO DA REGUA DE COBRANCA - ARQUIVO COBHIST
      *    GRAVADO PELO CARTACOB (CARTAS E BLOQUEIOS) E PELO LIBCRED
      *    (LIBERACAO NA BAIXA). UM REGISTRO POR EVENTO DO CLIENTE
      *    NA DATA. AS CARTAS DO CICLO ABERTO (ATRASO AINDA NAO
      *    REGULARIZADO) IMPEDEM O REENVIO DO MESMO NIVEL; QUANDO O
      *    CLIENTE FICA SEM TITULO VENCIDO O CICLO E ENCERRADO E A
      *    PROXIMA INADIMPLENCIA RECOMECA DO PRIMEIRO AVISO.
      *-----------------------------------*
       01  ARQ-CBH-REG.
           03 CBH-CHAVE.
              05 CBH-COD-CLI        PIC 9(007).
              05 CBH-DATA           PIC 9(008).
              05 CBH-EVENTO         PIC 9(001).
                 88 CBH-LIBERACAO              VALUE 0.
                 88 CBH-PRIMEIRO-AVISO         VALUE 1.
                 88 CBH-SEGUNDO-AVISO          VALUE 2.
                 88 CBH-AVISO-FINAL            VALUE 3.
                 88 CBH-CARTA                  VALUE 1 THRU 3.
                 88 CBH-BLOQUEIO               VALUE 8.
           03 CBH-VALOR-ATRASO      PIC 9(009)V9(002).
           03 CBH-DIAS-ATRASO       PIC 9(005).
           03 CBH-QTD-TITULOS       PIC 9(003).
           03 CBH-SITUACAO          PIC X(001).
              88 CBH-CICLO-ABERTO              VALUE "A".
              88 CBH-CICLO-ENCERRADO           VALUE "E".

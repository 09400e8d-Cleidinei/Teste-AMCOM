      *-----------------------------------*
      *    BOOKDEC.CPY
      *    LAYOUT DAS DECISOES SOBRE PEDIDOS EM ABERTO DE CLIENTE
      *    QUE MUDOU DE VENDEDOR - ARQUIVO DECISPED, CHAVEADO PELO
      *    PEDIDO. GRAVADO PELO TRANSPED: PEDIDO ATIVO OU PENDENTE
      *    AINDA SEM FATURA CUJO VENDEDOR NAO E MAIS O VENDEDOR ATUAL
      *    DO CLIENTE (DISTATUAL) E TRANSFERIDO (T) PARA O VENDEDOR
      *    ATUAL OU MANTIDO (M) COM QUEM O TIROU. GUARDA A ULTIMA
      *    DECISAO DO PEDIDO: O PEDIDO MANTIDO NAO E REAVALIADO
      *    ENQUANTO O CLIENTE CONTINUAR COM O MESMO VENDEDOR ATUAL.
      *-----------------------------------*
       01  ARQ-DEC-REG.
           03 DEC-NUM-PEDIDO        PIC 9(007).
           03 DEC-COD-CLI           PIC 9(007).
      *    VENDEDOR QUE TIROU O PEDIDO E VENDEDOR ATUAL DO CLIENTE
      *    NO MOMENTO DA DECISAO
           03 DEC-VEND-ORIGEM       PIC 9(003).
           03 DEC-VEND-ATUAL        PIC 9(003).
           03 DEC-VALOR             PIC 9(007)V9(002).
           03 DEC-DECISAO           PIC X(001).
              88 DEC-TRANSFERIDO               VALUE "T".
              88 DEC-MANTIDO                   VALUE "M".
      *    P = POLITICA EM VIGOR; I = VENDEDOR QUE TIROU O PEDIDO
      *    ESTA INATIVO (TRANSFERE SEMPRE); F = MES DO PEDIDO COM
      *    COMISSAO JA FECHADA (MANTEM SEMPRE)
           03 DEC-MOTIVO            PIC X(001).
              88 DEC-MOTIVO-POLITICA           VALUE "P".
              88 DEC-MOTIVO-INATIVO            VALUE "I".
              88 DEC-MOTIVO-MES-FECHADO        VALUE "F".
      *    ETAPA QUE DISPAROU A DECISAO (FAZDISTRIB, REDISTVEND,
      *    FUSAOCLI OU BATCHMENU)
           03 DEC-ORIGEM            PIC X(010).
           03 DEC-DATA              PIC 9(008).
           03 DEC-HORA              PIC 9(006).
           03 DEC-OPERADOR          PIC 9(003).

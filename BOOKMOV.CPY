      *-----------------------------------*
      *    BOOKMOV.CPY
      *    LAYOUT DOS MOVIMENTOS DE ESTOQUE - ARQUIVO MOVESTQ
      *    SEQUENCIAL, SO ACRESCIDO PELO GRVESTQ: UM REGISTRO POR
      *    MOVIMENTO, COM O SALDO FISICO RESULTANTE, PARA CONFERIR
      *    O SALDO DO ESTOQUE E RASTREAR RESERVAS POR PEDIDO.
      *-----------------------------------*
       01  ARQ-MOV-REG.
           03 MOV-COD-PROD          PIC 9(005).
           03 MOV-FILIAL            PIC 9(002).
           03 MOV-TIPO              PIC X(001).
              88 MOV-ENTRADA                   VALUE "E".
              88 MOV-RESERVA                   VALUE "R".
              88 MOV-BACKORDER                 VALUE "B".
              88 MOV-LIBERACAO                 VALUE "L".
              88 MOV-CANC-BACKORDER            VALUE "K".
              88 MOV-ATENDE-BACKORDER          VALUE "A".
              88 MOV-SAIDA                     VALUE "S".
              88 MOV-DEVOLUCAO                 VALUE "D".
              88 MOV-AJUSTE                    VALUE "J".
           03 MOV-QTD               PIC S9(007).
           03 MOV-NUM-PEDIDO        PIC 9(007).
           03 MOV-DATA              PIC 9(008).
           03 MOV-HORA              PIC 9(006).
           03 MOV-OPERADOR          PIC 9(003).
           03 MOV-SALDO-FISICO      PIC S9(007).

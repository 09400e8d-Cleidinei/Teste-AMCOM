      *-----------------------------------*
      *    BOOKENT.CPY
      *    LAYOUT DO ACOMPANHAMENTO DE ENTREGA DOS PEDIDOS FATURADOS
      *    - ARQUIVO ENTREGAS, UM REGISTRO POR PEDIDO (CHAVE
      *    NUM-PEDIDO). GRAVADO PELO FATURPED NA EMISSAO DA FATURA,
      *    AGUARDANDO CARGA; O ROMANEIO COLOCA O PEDIDO EM ROTA NUM
      *    VEICULO DA FILIAL E O IMPENTRG REGISTRA O COMPROVANTE DE
      *    ENTREGA (ENTREGUE OU FALHA COM MOTIVO). O PEDIDO COM
      *    FALHA VOLTA PARA A PROXIMA CARGA. O RELOTIF APURA A
      *    ENTREGA NO PRAZO E COMPLETA.
      *    CHAVE ALTERNATIVA (COM DUPLICIDADE) ENT-CHAVE-FILA =
      *    FILIAL + SITUACAO, PARA O ROMANEIO LER SO A FILA DA
      *    FILIAL.
      *-----------------------------------*
       01  ARQ-ENT-REG.
           03 ENT-NUM-PEDIDO        PIC 9(007).
           03 ENT-CHAVE-FILA.
              05 ENT-FILIAL         PIC 9(002).
              05 ENT-SITUACAO       PIC X(001).
                 88 ENT-AGUARDANDO            VALUE "A".
                 88 ENT-EM-ROTA               VALUE "C".
                 88 ENT-ENTREGUE              VALUE "E".
                 88 ENT-FALHA                 VALUE "F".
           03 ENT-NUM-FATURA        PIC 9(007).
           03 ENT-COD-CLI           PIC 9(007).
           03 ENT-VALOR             PIC 9(007)V9(002).
           03 ENT-VOLUMES           PIC 9(005).
      *    EMISSAO DA FATURA E DATA PREVISTA (EMISSAO MAIS O PRAZO
      *    DE ENTREGA DA FILIAL EM DIAS UTEIS).
           03 ENT-DATA-FATURA       PIC 9(008).
           03 ENT-DATA-PREVISTA     PIC 9(008).
      *    ULTIMA CARGA: DATA, VEICULO E ORDEM NA ROTA. TENTATIVAS
      *    CONTA AS CARGAS DO PEDIDO.
           03 ENT-DATA-CARGA        PIC 9(008).
           03 ENT-VEICULO           PIC 9(003).
           03 ENT-SEQ-ROTA          PIC 9(003).
           03 ENT-TENTATIVAS        PIC 9(002).
      *    RETORNO DO COMPROVANTE: DATA DA ENTREGA (OU DA FALHA),
      *    VOLUMES ENTREGUES, QUEM RECEBEU E MOTIVO DA FALHA OU DA
      *    ENTREGA PARCIAL. MOTIVOS: 01 CLIENTE AUSENTE/FECHADO,
      *    02 RECUSA DO CLIENTE, 03 ENDERECO NAO LOCALIZADO,
      *    04 AVARIA, 05 FALTA DE TEMPO NA ROTA, 99 OUTROS.
           03 ENT-DATA-ENTREGA      PIC 9(008).
           03 ENT-VOL-ENTREGUES     PIC 9(005).
           03 ENT-RECEBEDOR         PIC X(030).
           03 ENT-MOTIVO            PIC X(002).
           03 ENT-QTD-FALHAS        PIC 9(002).

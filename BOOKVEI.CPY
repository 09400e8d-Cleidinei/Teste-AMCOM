      *-----------------------------------*
      *    BOOKVEI.CPY
      *    LAYOUT DOS VEICULOS DE ENTREGA POR FILIAL - ARQUIVO
      *    VEICULOS, CHAVEADO PELA FILIAL MAIS O CODIGO DO VEICULO.
      *    MANTIDO PELO CADFIL. A CAPACIDADE E EM VOLUMES (SOMA DAS
      *    QUANTIDADES DOS ITENS DO PEDIDO) E O LIMITE DE ENTREGAS
      *    POR VIAGEM E OPCIONAL (ZERO = SEM LIMITE). O ROMANEIO
      *    CARREGA OS VEICULOS ATIVOS NA ORDEM DO CODIGO.
      *-----------------------------------*
       01  ARQ-VEI-REG.
           03 VEI-CHAVE.
              05 VEI-FILIAL         PIC 9(002).
              05 VEI-CODIGO         PIC 9(003).
           03 VEI-PLACA             PIC X(007).
           03 VEI-DESCRICAO         PIC X(030).
           03 VEI-CAP-VOLUMES       PIC 9(005).
           03 VEI-MAX-ENTREGAS      PIC 9(003).
           03 VEI-STATUS            PIC X(001).
              88 VEI-ATIVO                    VALUE "A".
              88 VEI-INATIVO                  VALUE "I".

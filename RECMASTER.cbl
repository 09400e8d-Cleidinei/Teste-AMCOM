      *    CORTE INFORMADA (A DATA DO BACKUP). A REAPLICACAO E
      *    TOLERANTE A REPETICAO: GRAVACAO QUE JA EXISTE VIRA
      *    REGRAVACAO, EXCLUSAO DE REGISTRO AUSENTE E IGNORADA.
      *    NO PEDIDOS AS CHAVES ALTERNATIVAS (CLIENTE E VENDEDOR +
      *    DATA) SAO REFEITAS PELO PROPRIO ARQUIVO A CADA GRAVACAO
      *    REAPLICADA. IMAGEM DE PEDIDO GRAVADA NO JORNAL ANTES DA
      *    CONVERSAO (REGISTRO DE 53 BYTES) CHEGA COM A CONDICAO DE
      *    PAGAMENTO EM BRANCO E E COMPLETADA COM CONDICAO ZERO E
      *    MOTIVO DE PENDENCIA EM BRANCO, COMO NA CONVERSAO, ENTAO
      *    UM JORNAL QUE ATRAVESSA A CONVERSAO E REAPLICADO
      *    NORMALMENTE SOBRE O BACKUP RECARREGADO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
      *
       240-REAPLICA-PEDIDO SECTION.
      *
           MOVE JRN-IMAGEM TO ARQ-PED-REG
           PERFORM 245-COMPLETA-PEDIDO
           IF JRN-OP-EXCLUSAO
              MOVE JRN-CHAVE(1:7) TO NUM-PEDIDO
              DELETE ARQ-PEDIDO RECORD
           WRITE ARQ-PED-REG
           IF FSTATUS-PED EQUAL "22"
              MOVE JRN-IMAGEM TO ARQ-PED-REG
              PERFORM 245-COMPLETA-PEDIDO
              REWRITE ARQ-PED-REG
           END-IF
           ADD 1 TO WS-QTD-REAPLICADOS.
      *
       240-FIM.
           EXIT.

      *-----------------------------------*
      *    IMAGEM ANTERIOR A CONVERSAO DO PEDIDOS: CONDICAO DE
      *    PAGAMENTO ZERO E MOTIVO DE PENDENCIA EM BRANCO.
      *-----------------------------------*
      *
       245-COMPLETA-PEDIDO SECTION.
      *
           IF COND-PAG-PED NOT NUMERIC
              MOVE ZEROS TO COND-PAG-PED
              MOVE SPACE TO MOTIVO-PEND-PED
           END-IF.
      *
       END PROGRAM RECMASTER.
      *-----------------------------------*

           03 WS-QUOTA-VEN         PIC  9(007)V9(002) VALUE ZEROS.
           03 WS-COMISSAO-VEN      PIC  9(002)V9(002) VALUE ZEROS.
           03 WS-FILIAL-VEN        PIC  9(002) VALUE ZEROS.
           03 WS-DESC-MAX-VEN      PIC  9(002)V9(002) VALUE ZEROS.
           03 WS-SUPERV-VEN        PIC  9(003) VALUE ZEROS.
      *-----------------------------------*
      *    VALIDACAO DO DIGITO VERIFICADOR DO CPF
      *-----------------------------------*
          02 LINE 12 COL 27, PIC X(020) TO WS-TERRITORIO-VEN.
          02 LINE 13 COL 10 VALUE "COTA MENSAL    :".
          02 LINE 13 COL 27, PIC ZZZZZ9,99 TO WS-QUOTA-VEN.
          02 LINE 13 COL 40 VALUE "DESC MAX(%):".
          02 LINE 13 COL 53, PIC Z9,99 TO WS-DESC-MAX-VEN.
          02 LINE 14 COL 10 VALUE "COMISSAO (%)   :".
          02 LINE 14 COL 27, PIC Z9,99 TO WS-COMISSAO-VEN.
          02 LINE 14 COL 40 VALUE "FILIAL:".
          02 LINE 12 COL 27, PIC X(020) USING WS-TERRITORIO-VEN AUTO.
          02 LINE 13 COL 10 VALUE "COTA MENSAL    :".
          02 LINE 13 COL 27, PIC ZZZZZ9,99 USING WS-QUOTA-VEN AUTO.
          02 LINE 13 COL 40 VALUE "DESC MAX(%):".
          02 LINE 13 COL 53, PIC Z9,99 USING WS-DESC-MAX-VEN AUTO.
          02 LINE 14 COL 10 VALUE "COMISSAO (%)   :".
          02 LINE 14 COL 27, PIC Z9,99 USING WS-COMISSAO-VEN AUTO.
          02 LINE 14 COL 40 VALUE "FILIAL:".
          02 LINE 12 COL 27, PIC X(020) FROM WS-TERRITORIO-VEN.
          02 LINE 13 COL 10 VALUE "COTA MENSAL    :".
          02 LINE 13 COL 27, PIC ZZZZZ9,99 FROM WS-QUOTA-VEN.
          02 LINE 13 COL 40 VALUE "DESC MAX(%):".
          02 LINE 13 COL 53, PIC Z9,99 FROM WS-DESC-MAX-VEN.
          02 LINE 14 COL 10 VALUE "COMISSAO (%)   :".
          02 LINE 14 COL 27, PIC Z9,99 FROM WS-COMISSAO-VEN.
          02 LINE 16 COL 10 VALUE "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 12 COL 27, PIC X(020) FROM WS-TERRITORIO-VEN.
          02 LINE 13 COL 10 VALUE "COTA MENSAL    :".
          02 LINE 13 COL 27, PIC ZZZZZ9,99 FROM WS-QUOTA-VEN.
          02 LINE 13 COL 40 VALUE "DESC MAX(%):".
          02 LINE 13 COL 53, PIC Z9,99 FROM WS-DESC-MAX-VEN.
          02 LINE 14 COL 10 VALUE "COMISSAO (%)   :".
          02 LINE 14 COL 27, PIC Z9,99 FROM WS-COMISSAO-VEN.
          02 LINE 15 COL 10 VALUE "STATUS         :".
                    MOVE WS-CPF-VEN         TO WS-CPF
                    MOVE WS-ARQ-VEND-REG    TO ARQ-VENDEDOR-REG
                    MOVE "A"                TO STATUS-VEND
                    MOVE ZEROS              TO SUPERV-VEND
                    WRITE ARQ-VENDEDOR-REG
                    IF FSTATUS-VEND EQUAL "00"
                       MOVE "W" TO WS-JRN-OPERACAO
                     MOVE WS-QUOTA-VEN      TO QUOTA-VEND
                     MOVE WS-COMISSAO-VEN   TO COMISSAO-VEND
                     MOVE WS-FILIAL-VEN     TO FILIAL-VEND
                     MOVE WS-DESC-MAX-VEN   TO DESC-MAX-VEND
                     MOVE WS-SUPERV-VEN     TO SUPERV-VEND

                     REWRITE ARQ-VENDEDOR-REG
                     IF FSTATUS-VEND EQUAL "00"

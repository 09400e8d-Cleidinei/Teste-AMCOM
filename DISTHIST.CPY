           03 HIST-ORIGEM           PIC X(001).
              88 HIST-ORIGEM-GEOGRAFICA       VALUE "G".
              88 HIST-ORIGEM-MANUAL           VALUE "M".
      *       "E" = MEMBRO DE GRUPO ECONOMICO, ACOMPANHA O VENDEDOR
      *       DA SEDE DO GRUPO
              88 HIST-ORIGEM-GRUPO            VALUE "E".
      *    VENDEDOR RESERVA (SEGUNDO MAIS PROXIMO ELEGIVEL) PARA
      *    COBERTURA DE AUSENCIAS SEM RERODAR A DISTRIBUICAO.
      *    CLIENTE FIXADO TAMBEM RECEBE RESERVA GEOGRAFICA.

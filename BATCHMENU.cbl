      *             ARQUIVO CLASSCLI LIDO PELO RELATCLI)
      *    TIPO 2 = AGENDA SEMANAL DE VISITAS DA SEMANA DA DATA EM
      *             PARM-DATA-CORTE (GRAVA O ARQUIVO AGENDA E O
      *             AGENDVIS.CSV). PARM-PRIOR-RISCO = S COLOCA OS
      *             CLIENTES A E B DO CLIRISCO NO INICIO DA SEMANA
      *    TIPO 3 = IMPORTA VISITAS CONFIRMADAS EM CAMPO (ARQUIVO
      *             DE ENTRADA EM PARM-ARQUIVO, GERA REJVIS.TXT)
      *    TIPO 4 = ADERENCIA DE ROTA: AGENDA PLANEJADA CONTRA
      *             EM PARM-ANO-MES (GRAVA O HISTORICO VENDMES)
      *    TIPO Z = RELATORIO DE EVOLUCAO 12 MESES ATE PARM-ANO-MES
      *             (GERA RELEVOL.CSV A PARTIR DO VENDMES)
      *    TIPO 9 = PREVISAO DE VENDAS X QUOTA DO MES CORRENTE (RITMO
      *             DOS DIAS UTEIS), DOS TRES MESES SEGUINTES (MEDIA
      *             MOVEL SAZONAL DO VENDMES) E DO TRIMESTRE, NA DATA
      *             EM PARM-DATA-CORTE (BRANCO = HOJE), SINALIZANDO
      *             ABAIXO DE PARM-PERC-MIN (ZERO = 80) (GERA
      *             PREVISAO.CSV)
      *    TIPO W = RECUPERACAO COM ROLL-FORWARD: RECARREGA O BACKUP
      *             EM PARM-ARQUIVO DO CADASTRO PARM-BKP-ARQ (C/V/P)
      *             E REAPLICA O JORNAL JRNMASTER A PARTIR DE
      *    PARM-FILIAL (QUANDO MAIOR QUE ZERO) RESTRINGE A UMA
      *    FILIAL OS CARTOES C, V, D E T, COM OS ARQUIVOS DE SAIDA
      *    DA DISTRIBUICAO SUFIXADOS COM _FNN.
      *    PARM-GRUPO = S LIGA O GRUPO ECONOMICO: NO CARTAO D TODOS
      *    OS MEMBROS ATIVOS DE UM GRUPO FICAM COM O VENDEDOR MAIS
      *    PROXIMO DA SEDE; NOS CARTOES C, L E 1 O RESULTADO SAI
      *    CONSOLIDADO POR GRUPO.
      *    PARM-EQUIPE = S ACRESCENTA AOS CARTOES Q, 4 E 5 O BLOCO
      *    CONSOLIDADO POR EQUIPE DE VENDA (SUPERVISOR).
      *    TIPO U = ROTINA COMPLEMENTAR, IDENTIFICADA PELO NOME EM
      *             PARM-ROTINA:
      *             RELESTQ  = POSICAO DE ESTOQUE E BACKORDER POR
      *                        FILIAL (GERA ESTOQUE.CSV E
      *                        BACKORDER.CSV)
      *             REMCNAB  = REMESSA DE COBRANCA CNAB 400 DOS
      *                        TITULOS ABERTOS (GERA REMESSA.REM)
      *             RETCNAB  = RETORNO DE COBRANCA CNAB 400 DO
      *                        ARQUIVO EM PARM-ARQUIVO (BAIXA AS
      *                        LIQUIDACOES E GERA REJCNAB.TXT)
      *             RETNFE   = RETORNO DO EMISSOR DE NF-E DO ARQUIVO
      *                        EM PARM-ARQUIVO (OPCIONAL) E LISTA
      *                        DE PENDENCIAS EM NFEPEND.TXT
      *             CARTACOB = REGUA DE COBRANCA: CARTAS DE AVISO
      *                        DOS TITULOS VENCIDOS (GERA
      *                        CARTACOB.TXT) E BLOQUEIO/LIBERACAO
      *                        DO CREDITO DOS CLIENTES EM ATRASO
      *             RELPERDA = FATURAS BAIXADAS COMO PERDA, COM O
      *                        ESTORNO DE COMISSAO (GERA PERDAS.CSV)
      *             CONTABIL = INTERFACE CONTABIL DOS MOVIMENTOS ATE
      *                        PARM-DATA-CORTE (BRANCO = HOJE) E
      *                        CONCILIACAO DO CONTAS A RECEBER (GERA
      *                        CTBNNNNNNN.IFC E CONCILIA.TXT);
      *                        PARM-BKP-FUNCAO = I SO REGISTRA OS
      *                        MOVIMENTOS NA IMPLANTACAO
      *             RELPRECO = LISTA DE PRECOS VIGENTES NA DATA EM
      *                        PARM-DATA-CORTE (BRANCO = HOJE) DA
      *                        FILIAL EM PARM-FILIAL (ZERO = TODAS),
      *                        POR CLASSE ABC (GERA LISTAPRC.TXT)
      *             ATRIBPRS = ATRIBUI OS PROSPECTS EM ABERTO AO
      *                        VENDEDOR ELEGIVEL MAIS PROXIMO, COM
      *                        PARM-DIST-MAXIMA, PARM-DIST-MODO-
      *                        TERRIT, PARM-DIST-VAL-COORD E
      *                        PARM-FILIAL; PARM-BKP-FUNCAO = T
      *                        RECALCULA TODOS, SENAO SO OS SEM
      *                        VENDEDOR (GERA ATRIBPRS.CSV)
      *             RELFUNIL = FUNIL DE PROSPECTS POR VENDEDOR E POR
      *                        ORIGEM, INCLUIDOS DE PARM-ANO-MES A
      *                        PARM-ANO-MES-FIM (ZERO = TODOS)
      *                        (GERA FUNIL.CSV)
      *             IMPINTER = IMPORTA OS CONTATOS COM CLIENTES
      *                        (TELEFONE, E-MAIL, VISITA) DO ARQUIVO
      *                        EM PARM-ARQUIVO PARA O REGISTRO DE
      *                        INTERACOES (REJEITADOS EM REJINT.TXT)
      *             RELRETOR = AGENDA DE RETORNOS VENCIDOS E CLIENTES
      *                        SEM CONTATO NA FREQUENCIA, POR
      *                        VENDEDOR, NA DATA EM PARM-DATA-CORTE
      *                        (BRANCO = HOJE); PARM-COD-VEND (ZERO =
      *                        TODOS) (GERA RETORNO.TXT)
      *             REEMBKM  = REEMBOLSO DE QUILOMETRAGEM DAS VISITAS
      *                        DE PARM-ANO-MES PELA TARIFA VALORKM DO
      *                        PARAMSIS (GERA REEMBKM.IFC PARA A
      *                        FOLHA E KMVISITA.CSV COM REALIZADO X
      *                        PLANEJADO POR DIA)
      *             IMPQPL   = CARGA DO PLANO MENSAL DE QUOTAS DO
      *                        ARQUIVO EM PARM-ARQUIVO (UMA LINHA POR
      *                        VENDEDOR E ANO; REJEITADOS EM
      *                        REJQPL.TXT)
      *             RELPLANO = PLANO X REALIZADO POR VENDEDOR NO MES
      *                        EM PARM-ANO-MES E ACUMULADO NO ANO
      *                        (GERA PLANOREAL.CSV)
      *             RELMIX   = MIX DE VENDAS POR CATEGORIA DE PRODUTO,
      *                        POR VENDEDOR E POR FILIAL, DE
      *                        PARM-ANO-MES A PARM-ANO-MES-FIM, COM
      *                        DESVIO DA MEDIA EM PARM-PERC-MIN (ZERO
      *                        = 10 PONTOS) (GERA MIXVENDAS.CSV)
      *             RISCOCLI = CLIENTES EM RISCO PELA CADENCIA DE
      *                        COMPRA NA DATA EM PARM-DATA-CORTE
      *                        (BRANCO = HOJE) (GRAVA O CLIRISCO E
      *                        GERA CLIRISCO.CSV POR VENDEDOR)
      *             RECATUAL = RECONSTROI A ATRIBUICAO ATUAL
      *                        (DISTATUAL) A PARTIR DO DISTHIST;
      *                        PARM-BKP-FUNCAO = T RECRIA DO ZERO,
      *                        SENAO APLICA SOBRE O EXISTENTE
      *             ROMANEIO = CARGA DOS VEICULOS DA FILIAL EM
      *                        PARM-FILIAL COM AS ENTREGAS
      *                        PENDENTES, NA DATA EM PARM-DATA-CORTE
      *                        (BRANCO = HOJE) (GERA ROMANEIO_FNN.TXT)
      *             IMPENTRG = IMPORTA OS COMPROVANTES DE ENTREGA
      *                        (ARQUIVO EM PARM-ARQUIVO, GERA
      *                        REJENTREG.TXT)
      *             RELOTIF  = ENTREGA NO PRAZO E COMPLETA POR FILIAL
      *                        E POR CLIENTE, DE PARM-ANO-MES A
      *                        PARM-ANO-MES-FIM, PARM-FILIAL OPCIONAL
      *                        (GERA OTIF.CSV)
      *             SEPARREL = SEPARA ROTAVEND, AGENDVIS, RELQUOTA,
      *                        AGING E COMPLVIS POR VENDEDOR E POR
      *                        FILIAL PARA ENVIO POR E-MAIL, DATA DA
      *                        EXECUCAO EM PARM-DATA-CORTE (BRANCO =
      *                        HOJE), DESTINATARIOS EM LISTADIST.PRM
      *                        (GERA CAIXASAIDA_AAAAMMDD.CSV)
      *             PACCAMPO = PACOTE DE CAMPO DE CADA VENDEDOR ATIVO
      *                        (PARM-FILIAL OPCIONAL), NA DATA EM
      *                        PARM-DATA-CORTE (BRANCO = HOJE), DEPOIS
      *                        DA DISTRIBUICAO E DA AGENDA (GERA
      *                        PACCAMPO_VNNN.IFC)
      *             LGPDUTIL = DADOS PESSOAIS DO TITULAR DO CPF OU
      *                        CNPJ EM PARM-FILTRO-DOC (GERA
      *                        LGPD_<DOCUMENTO>.CSV); PARM-BKP-FUNCAO
      *                        = A ANONIMIZA, COM O PROTOCOLO DA
      *                        SOLICITACAO APROVADA NAS 20 PRIMEIRAS
      *                        POSICOES DE PARM-RZNOME
      *             RELSLA   = TEMPOS DO LOTE DA NOITE EM
      *                        PARM-DATA-CORTE (BRANCO = ULTIMA NOITE)
      *                        CONTRA A BASE DAS NOITES DE DIA UTIL
      *                        ANTERIORES (QUANTIDADE EM PARM-RETENCAO,
      *                        ZERO = 20) E O SLA DO SLABATCH.PRM;
      *                        TOLERANCIA SOBRE A MEDIANA EM %
      *                        EM PARM-PERC-MIN (ZERO = 50) (GERA
      *                        RELSLA.CSV)
      *             TRANSPED = PEDIDOS EM ABERTO QUE FICARAM COM O
      *                        VENDEDOR ANTERIOR DO CLIENTE (RODA
      *                        SOZINHO NO FIM DO FAZDISTRIB, DO
      *                        REDISTVEND E DO FUSAOCLI); PARM-COD-CLI
      *                        OU PARM-COD-VEND RESTRINGEM (ZERO =
      *                        TODOS); PARM-BKP-FUNCAO = T TRANSFERE,
      *                        M MANTEM, BRANCO = POLITICA PEDTRANS DO
      *                        PARAMSIS (GERA TRANSPED_AAAAMMDD.CSV)
      *    OS CAMPOS NAO USADOS PELO TIPO INFORMADO SAO IGNORADOS.
      *-----------------------------------*
       01  PARM-REG.
           03 PARM-CLASSE-ABC       PIC X(001).
           03 PARM-FILTRO-UF        PIC X(002).
           03 PARM-FILIAL           PIC 9(002).
           03 PARM-ROTINA           PIC X(008).
           03 PARM-GRUPO            PIC X(001).
           03 PARM-EQUIPE           PIC X(001).
           03 PARM-PRIOR-RISCO      PIC X(001).
      *
       FD  ARQ-BATCHLOG
           LABEL RECORD IS STANDARD.
           03  WS-FILTRO-CLASSE     PIC X       VALUE SPACES.
           03  WS-FILTRO-UF         PIC X(002)  VALUE SPACES.
           03  WS-FILTRO-FILIAL     PIC 9(002)  VALUE ZEROS.
           03  WS-POR-GRUPO         PIC X       VALUE "N".
      *-----------------------------------*
       01  PARAM-DIST.
           03  WS-DIST-MAXIMA       PIC 9(006)V9(002) VALUE ZEROS.
           03  WS-MSG-DIST          PIC X(040)  VALUE SPACES.
           03  WS-DIST-OPERADOR     PIC 9(003)  VALUE ZEROS.
           03  WS-DIST-FILIAL       PIC 9(002)  VALUE ZEROS.
           03  WS-DIST-MODO-GRUPO   PIC X       VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-CHURN.
           03  WS-MSG-CHURN         PIC X(040)  VALUE SPACES.
           03  WS-QUOTA-ANO-MES     PIC 9(006)  VALUE ZEROS.
           03  WS-QUOTA-PERC-MIN    PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-QUOTA         PIC X(040)  VALUE SPACES.
           03  WS-QUOTA-EQUIPE      PIC X(001)  VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-RETCRM.
           03  WS-MSG-RETCRM        PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-AGING.
           03  WS-MSG-AGING         PIC X(040)  VALUE SPACES.
           03  WS-AGING-GRUPO       PIC X(001)  VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-FECHACOM.
           03  WS-FECHACOM-ANO-MES  PIC 9(006)  VALUE ZEROS.
           03  WS-ABC-MES-INI       PIC 9(006)  VALUE ZEROS.
           03  WS-ABC-MES-FIM       PIC 9(006)  VALUE ZEROS.
           03  WS-MSG-ABC           PIC X(040)  VALUE SPACES.
           03  WS-ABC-GRUPO         PIC X(001)  VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-AGENDA.
           03  WS-AGENDA-DATA-REF   PIC 9(008)  VALUE ZEROS.
           03  WS-MSG-AGENDA        PIC X(040)  VALUE SPACES.
           03  WS-AGENDA-PRIOR-RISCO PIC X(001) VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-IMPVIS.
           03  WS-IMPVIS-ARQUIVO    PIC X(020)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-COMPL.
           03  WS-MSG-COMPL         PIC X(040)  VALUE SPACES.
           03  WS-COMPL-EQUIPE      PIC X(001)  VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-EFET.
           03  WS-EFET-MES-INI      PIC 9(006)  VALUE ZEROS.
           03  WS-EFET-MES-FIM      PIC 9(006)  VALUE ZEROS.
           03  WS-MSG-EFET          PIC X(040)  VALUE SPACES.
           03  WS-EFET-EQUIPE       PIC X(001)  VALUE "N".
      *-----------------------------------*
       01  PARAMETROS-DIGESTO.
           03  WS-MSG-DIGESTO       PIC X(040)  VALUE SPACES.
       01  PARAMETROS-EVOL.
           03  WS-EVOL-ANO-MES      PIC 9(006)  VALUE ZEROS.
           03  WS-MSG-EVOL          PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-PREVVEND.
           03  WS-PREV-DATA-REF     PIC 9(008)  VALUE ZEROS.
           03  WS-PREV-PERC-MIN     PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-PREV          PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-REC.
           03  WS-REC-ARQUIVO       PIC X(001)  VALUE SPACES.
           03  WS-REDIST-COD-VEND   PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-REDIST        PIC X(040)  VALUE SPACES.
           03  WS-REDIST-FILIAL     PIC 9(002)  VALUE ZEROS.
      *-----------------------------------*
      *    ROTINAS COMPLEMENTARES DO CARTAO U: A MENSAGEM DA ROTINA
      *    EXECUTADA E DEVOLVIDA EM WS-MSG-ROTINA.
      *-----------------------------------*
       01  WS-ROTINA                PIC X(008)  VALUE SPACES.
       01  WS-MSG-ROTINA            PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RELESTQ.
           03  WS-MSG-RELESTQ       PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-REMCNAB.
           03  WS-MSG-REMCNAB       PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RETCNAB.
           03  WS-RETCNAB-ARQUIVO   PIC X(020)  VALUE SPACES.
           03  WS-MSG-RETCNAB       PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RETNFE.
           03  WS-RETNFE-ARQUIVO    PIC X(020)  VALUE SPACES.
           03  WS-MSG-RETNFE        PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-CARTACOB.
           03  WS-MSG-CARTACOB      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RELPERDA.
           03  WS-MSG-RELPERDA      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-CONTABIL.
           03  WS-CONTABIL-DATA     PIC 9(008)  VALUE ZEROS.
           03  WS-CONTABIL-IMPLANTA PIC X(001)  VALUE SPACES.
           03  WS-MSG-CONTABIL      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RELPRECO.
           03  WS-RELPRECO-FILIAL   PIC 9(002)  VALUE ZEROS.
           03  WS-RELPRECO-DATA     PIC 9(008)  VALUE ZEROS.
           03  WS-MSG-RELPRECO      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-ATRIBPRS.
           03  WS-ATRPRS-DIST-MAXIMA PIC 9(006)V9(002) VALUE ZEROS.
           03  WS-ATRPRS-MODO-TERRIT PIC X(001)  VALUE "N".
           03  WS-ATRPRS-VALIDA-COORD PIC X(001) VALUE "N".
           03  WS-ATRPRS-FILIAL     PIC 9(002)  VALUE ZEROS.
           03  WS-ATRPRS-TODOS      PIC X(001)  VALUE "N".
           03  WS-MSG-ATRIBPRS      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-RELFUNIL.
           03  WS-RELFUN-ANO-MES-INI PIC 9(006) VALUE ZEROS.
           03  WS-RELFUN-ANO-MES-FIM PIC 9(006) VALUE ZEROS.
           03  WS-MSG-RELFUNIL      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-IMPINT.
           03  WS-IMPINT-ARQUIVO    PIC X(020)  VALUE SPACES.
           03  WS-MSG-IMPINT        PIC X(040)  VALUE SPACES.
       01  PARAMETROS-RELRETOR.
           03  WS-RELRET-DATA       PIC 9(008)  VALUE ZEROS.
           03  WS-RELRET-COD-VEND   PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-RELRETOR      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-REEMBKM.
           03  WS-REEMBKM-ANO-MES   PIC 9(006)  VALUE ZEROS.
           03  WS-MSG-REEMBKM       PIC X(040)  VALUE SPACES.
       01  PARAMETROS-IMPQPL.
           03  WS-IMPQPL-ARQUIVO    PIC X(020)  VALUE SPACES.
           03  WS-MSG-IMPQPL        PIC X(040)  VALUE SPACES.
       01  PARAMETROS-RELPLANO.
           03  WS-RELPLANO-ANO-MES  PIC 9(006)  VALUE ZEROS.
           03  WS-MSG-RELPLANO      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-RELMIX.
           03  WS-RELMIX-MES-INI    PIC 9(006)  VALUE ZEROS.
           03  WS-RELMIX-MES-FIM    PIC 9(006)  VALUE ZEROS.
           03  WS-RELMIX-DESVIO     PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-RELMIX        PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RISCOCLI.
           03  WS-RISCO-DATA-REF    PIC 9(008)  VALUE ZEROS.
           03  WS-MSG-RISCO         PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RECATUAL.
           03  WS-RECATUAL-MODO     PIC X(001)  VALUE SPACES.
           03  WS-MSG-RECATUAL      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-ROMANEIO.
           03  WS-ROMAN-FILIAL      PIC 9(002)  VALUE ZEROS.
           03  WS-ROMAN-DATA-CARGA  PIC 9(008)  VALUE ZEROS.
           03  WS-MSG-ROMANEIO      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-IMPENTRG.
           03  WS-IMPENTRG-ARQUIVO  PIC X(020)  VALUE SPACES.
           03  WS-MSG-IMPENTRG      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       01  PARAMETROS-RELOTIF.
           03  WS-RELOTIF-MES-INI   PIC 9(006)  VALUE ZEROS.
           03  WS-RELOTIF-MES-FIM   PIC 9(006)  VALUE ZEROS.
           03  WS-RELOTIF-FILIAL    PIC 9(002)  VALUE ZEROS.
           03  WS-MSG-RELOTIF       PIC X(040)  VALUE SPACES.
       01  PARAMETROS-SEPARREL.
           03  WS-SEPARREL-DATA     PIC 9(008)  VALUE ZEROS.
           03  WS-MSG-SEPARREL      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-PACCAMPO.
           03  WS-PACCAMPO-DATA     PIC 9(008)  VALUE ZEROS.
           03  WS-PACCAMPO-FILIAL   PIC 9(002)  VALUE ZEROS.
           03  WS-MSG-PACCAMPO      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-LGPDUTIL.
           03  WS-LGPD-DOCUMENTO    PIC X(014)  VALUE SPACES.
           03  WS-LGPD-FUNCAO       PIC X(001)  VALUE SPACES.
           03  WS-LGPD-PROTOCOLO    PIC X(020)  VALUE SPACES.
           03  WS-MSG-LGPDUTIL      PIC X(040)  VALUE SPACES.
       01  PARAMETROS-RELSLA.
           03  WS-RELSLA-DATA       PIC 9(008)  VALUE ZEROS.
           03  WS-RELSLA-DIAS       PIC 9(003)  VALUE ZEROS.
           03  WS-RELSLA-TOLERANCIA PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-RELSLA        PIC X(040)  VALUE SPACES.
       01  PARAMETROS-TRANSPED.
           03  WS-TRANSP-COD-CLI    PIC 9(007)  VALUE ZEROS.
           03  WS-TRANSP-COD-VEND   PIC 9(003)  VALUE ZEROS.
           03  WS-TRANSP-POLITICA   PIC X(001)  VALUE SPACES.
           03  WS-TRANSP-ORIGEM     PIC X(010)  VALUE SPACES.
           03  WS-TRANSP-OPERADOR   PIC 9(003)  VALUE ZEROS.
           03  WS-MSG-TRANSPED      PIC X(040)  VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------*
                 PERFORM 250-AGREGACAO-MENSAL
              WHEN "Z"
                 PERFORM 251-EVOLUCAO-VENDAS
              WHEN "9"
                 PERFORM 261-PREVISAO-VENDAS
              WHEN "U"
                 PERFORM 300-ROTINA-COMPLEMENTAR
              WHEN OTHER
                 ADD 1 TO WS-QTD-ERRO
                 DISPLAY "BATCHMENU: TIPO DE COMANDO INVALIDO: "
                                                 TO WS-FILTRO-CLASSE
           MOVE FUNCTION UPPER-CASE(PARM-FILTRO-UF)
                                                 TO WS-FILTRO-UF
           MOVE FUNCTION UPPER-CASE(PARM-GRUPO) TO WS-POR-GRUPO
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-FILTRO-FILIAL
           ELSE
                                                 TO WS-DIST-MODO-TERRIT
           MOVE FUNCTION UPPER-CASE(PARM-DIST-VAL-COORD)
                                                 TO WS-DIST-VALIDA-COORD
           MOVE FUNCTION UPPER-CASE(PARM-GRUPO) TO WS-DIST-MODO-GRUPO
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-DIST-FILIAL
           ELSE
                 MOVE ZEROS         TO WS-QUOTA-PERC-MIN
              END-IF
              MOVE SPACES        TO WS-MSG-QUOTA
              MOVE FUNCTION UPPER-CASE(PARM-EQUIPE)
                TO WS-QUOTA-EQUIPE
              CALL "RELQUOTA" USING PARAMETROS-QUOTA
              DISPLAY "BATCHMENU: " WS-MSG-QUOTA
           END-IF.
       195-AGING-RECEBER SECTION.
      *
           MOVE SPACES TO WS-MSG-AGING
           MOVE FUNCTION UPPER-CASE(PARM-GRUPO) TO WS-AGING-GRUPO
      *
           CALL "RELAGING" USING PARAMETROS-AGING
      *
           ELSE
              MOVE PARM-ANO-MES     TO WS-ABC-MES-INI
              MOVE PARM-ANO-MES-FIM TO WS-ABC-MES-FIM
              MOVE FUNCTION UPPER-CASE(PARM-GRUPO) TO WS-ABC-GRUPO
              MOVE SPACES           TO WS-MSG-ABC
              CALL "CLASSABC" USING PARAMETROS-ABC
              DISPLAY "BATCHMENU: " WS-MSG-ABC
                      "COMANDO AGENDA DE VISITAS"
           ELSE
              MOVE PARM-DATA-CORTE TO WS-AGENDA-DATA-REF
              MOVE FUNCTION UPPER-CASE(PARM-PRIOR-RISCO)
                TO WS-AGENDA-PRIOR-RISCO
              MOVE SPACES          TO WS-MSG-AGENDA
              CALL "AGENDAVIS" USING PARAMETROS-AGENDA
              DISPLAY "BATCHMENU: " WS-MSG-AGENDA
       255-ADERENCIA-ROTA SECTION.
      *
           MOVE SPACES TO WS-MSG-COMPL
           MOVE FUNCTION UPPER-CASE(PARM-EQUIPE) TO WS-COMPL-EQUIPE
      *
           CALL "RELCOMPL" USING PARAMETROS-COMPL
      *
              MOVE PARM-ANO-MES     TO WS-EFET-MES-INI
              MOVE PARM-ANO-MES-FIM TO WS-EFET-MES-FIM
              MOVE SPACES           TO WS-MSG-EFET
              MOVE FUNCTION UPPER-CASE(PARM-EQUIPE)
                TO WS-EFET-EQUIPE
              CALL "RELEFET" USING PARAMETROS-EFET
              DISPLAY "BATCHMENU: " WS-MSG-EFET
           END-IF.
              DISPLAY "BATCHMENU: " WS-MSG-EVOL
           END-IF.

      *-----------------------------------*
      *
       261-PREVISAO-VENDAS SECTION.
      *
           MOVE ZEROS TO WS-PREV-DATA-REF
                         WS-PREV-PERC-MIN
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-PREV-DATA-REF
           END-IF
           IF PARM-PERC-MIN IS NUMERIC
              MOVE PARM-PERC-MIN TO WS-PREV-PERC-MIN
           END-IF
           MOVE SPACES TO WS-MSG-PREV
      *
           CALL "PREVVEND" USING PARAMETROS-PREVVEND
           DISPLAY "BATCHMENU: " WS-MSG-PREV.

      *-----------------------------------*
      *    RECUPERA A MENSAGEM DEVOLVIDA PELO PROGRAMA CHAMADO NO
      *    CARTAO, PARA O LOG DE EXECUCAO E PARA A CRITICA DE ERRO.
                 MOVE WS-MSG-AGRM   TO WS-ULT-MSG
              WHEN "Z"
                 MOVE WS-MSG-EVOL   TO WS-ULT-MSG
              WHEN "9"
                 MOVE WS-MSG-PREV   TO WS-ULT-MSG
              WHEN "U"
                 MOVE WS-MSG-ROTINA TO WS-ULT-MSG
              WHEN OTHER
                 MOVE "TIPO DE COMANDO INVALIDO" TO WS-ULT-MSG
           END-EVALUATE.
                  ALL "DEVE SER"
                  ALL "VAZIO"
                  ALL "BLOQUEAD"
                  ALL "NAO ENCONTRADA"
                  ALL "INVALIDA"
                  ALL "INEXISTENTE"
                  ALL "AUSENTE"
      *
           IF WS-TALLY-ERRO GREATER THAN ZEROS
              ADD 1 TO WS-QTD-ERRO
           STRING "CARTAO=" WS-CMD-ED
                  " TIPO=" PARM-TIPO
             INTO WS-RLOG-PARAMETROS
           IF FUNCTION UPPER-CASE(PARM-TIPO) EQUAL "U"
              STRING "CARTAO=" WS-CMD-ED
                     " TIPO=" PARM-TIPO
                     " ROTINA=" WS-ROTINA
                DELIMITED BY SIZE INTO WS-RLOG-PARAMETROS
           END-IF
      *
           CALL "GRVRUNLOG" USING PARAM-RUNLOG.

      *-----------------------------------*
      *    CARTAO U: DISPARA A ROTINA COMPLEMENTAR PELO NOME
      *    INFORMADO EM PARM-ROTINA.
      *-----------------------------------*
      *
       300-ROTINA-COMPLEMENTAR SECTION.
      *
           MOVE FUNCTION UPPER-CASE(PARM-ROTINA) TO WS-ROTINA
           MOVE SPACES TO WS-MSG-ROTINA
      *
           EVALUATE WS-ROTINA
              WHEN "RELESTQ"
                 PERFORM 301-POSICAO-ESTOQUE
              WHEN "REMCNAB"
                 PERFORM 302-REMESSA-COBRANCA
              WHEN "RETCNAB"
                 PERFORM 303-RETORNO-COBRANCA
              WHEN "RETNFE"
                 PERFORM 304-RETORNO-NFE
              WHEN "CARTACOB"
                 PERFORM 305-REGUA-COBRANCA
              WHEN "RELPERDA"
                 PERFORM 306-RELATORIO-PERDAS
              WHEN "CONTABIL"
                 PERFORM 307-INTERFACE-CONTABIL
              WHEN "RELPRECO"
                 PERFORM 308-LISTA-PRECOS
              WHEN "ATRIBPRS"
                 PERFORM 309-ATRIBUI-PROSPECTS
              WHEN "RELFUNIL"
                 PERFORM 310-FUNIL-PROSPECTS
              WHEN "IMPINTER"
                 PERFORM 311-IMPORTA-INTERACOES
              WHEN "RELRETOR"
                 PERFORM 312-AGENDA-RETORNOS
              WHEN "REEMBKM"
                 PERFORM 313-REEMBOLSO-KM
              WHEN "IMPQPL"
                 PERFORM 314-IMPORTA-PLANO-QUOTAS
              WHEN "RELPLANO"
                 PERFORM 315-PLANO-X-REALIZADO
              WHEN "RELMIX"
                 PERFORM 316-MIX-DE-VENDAS
              WHEN "RISCOCLI"
                 PERFORM 317-CLIENTES-EM-RISCO
              WHEN "RECATUAL"
                 PERFORM 318-RECONSTROI-ATUAL
              WHEN "ROMANEIO"
                 PERFORM 319-ROMANEIO-CARGA
              WHEN "IMPENTRG"
                 PERFORM 320-IMPORTA-ENTREGAS
              WHEN "RELOTIF"
                 PERFORM 321-ENTREGA-OTIF
              WHEN "SEPARREL"
                 PERFORM 322-SEPARA-RELATORIOS
              WHEN "PACCAMPO"
                 PERFORM 323-PACOTE-CAMPO
              WHEN "LGPDUTIL"
                 PERFORM 324-DADOS-TITULAR
              WHEN "RELSLA"
                 PERFORM 325-TEMPOS-LOTE
              WHEN "TRANSPED"
                 PERFORM 326-TRANSFERE-PEDIDOS
              WHEN SPACES
                 MOVE "INFORMAR A ROTINA NO CARTAO U"
                   TO WS-MSG-ROTINA
                 DISPLAY "BATCHMENU: " WS-MSG-ROTINA
              WHEN OTHER
                 MOVE "ROTINA NAO ENCONTRADA" TO WS-MSG-ROTINA
                 DISPLAY "BATCHMENU: " WS-MSG-ROTINA " "
                         WS-ROTINA
           END-EVALUATE.

      *-----------------------------------*
      *
       301-POSICAO-ESTOQUE SECTION.
      *
           MOVE SPACES TO WS-MSG-RELESTQ
      *
           CALL "RELESTQ" USING PARAMETROS-RELESTQ
      *
           MOVE WS-MSG-RELESTQ TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELESTQ.

      *-----------------------------------*
      *
       302-REMESSA-COBRANCA SECTION.
      *
           MOVE SPACES TO WS-MSG-REMCNAB
      *
           CALL "REMCNAB" USING PARAMETROS-REMCNAB
      *
           MOVE WS-MSG-REMCNAB TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-REMCNAB.

      *-----------------------------------*
      *
       303-RETORNO-COBRANCA SECTION.
      *
           MOVE PARM-ARQUIVO TO WS-RETCNAB-ARQUIVO
           MOVE SPACES       TO WS-MSG-RETCNAB
      *
           CALL "RETCNAB" USING PARAMETROS-RETCNAB
      *
           MOVE WS-MSG-RETCNAB TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RETCNAB.

      *-----------------------------------*
      *
       304-RETORNO-NFE SECTION.
      *
           MOVE PARM-ARQUIVO TO WS-RETNFE-ARQUIVO
           MOVE SPACES       TO WS-MSG-RETNFE
      *
           CALL "RETNFE" USING PARAMETROS-RETNFE
      *
           MOVE WS-MSG-RETNFE TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RETNFE.

      *-----------------------------------*
      *
       305-REGUA-COBRANCA SECTION.
      *
           MOVE SPACES TO WS-MSG-CARTACOB
      *
           CALL "CARTACOB" USING PARAMETROS-CARTACOB
      *
           MOVE WS-MSG-CARTACOB TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-CARTACOB.

      *-----------------------------------*
      *
       306-RELATORIO-PERDAS SECTION.
      *
           MOVE SPACES TO WS-MSG-RELPERDA
      *
           CALL "RELPERDA" USING PARAMETROS-RELPERDA
      *
           MOVE WS-MSG-RELPERDA TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELPERDA.

      *-----------------------------------*
      *
       307-INTERFACE-CONTABIL SECTION.
      *
           MOVE ZEROS  TO WS-CONTABIL-DATA
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-CONTABIL-DATA
           END-IF
           MOVE SPACES TO WS-CONTABIL-IMPLANTA
           IF FUNCTION UPPER-CASE(PARM-BKP-FUNCAO) EQUAL "I"
              MOVE "S" TO WS-CONTABIL-IMPLANTA
           END-IF
           MOVE SPACES TO WS-MSG-CONTABIL
      *
           CALL "CONTABIL" USING PARAMETROS-CONTABIL
      *
           MOVE WS-MSG-CONTABIL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-CONTABIL.

      *-----------------------------------*
      *
       308-LISTA-PRECOS SECTION.
      *
           MOVE ZEROS  TO WS-RELPRECO-FILIAL
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-RELPRECO-FILIAL
           END-IF
           MOVE ZEROS  TO WS-RELPRECO-DATA
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-RELPRECO-DATA
           END-IF
           MOVE SPACES TO WS-MSG-RELPRECO
      *
           CALL "RELPRECO" USING PARAMETROS-RELPRECO
      *
           MOVE WS-MSG-RELPRECO TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELPRECO.

      *-----------------------------------*
      *
       309-ATRIBUI-PROSPECTS SECTION.
      *
           MOVE ZEROS  TO WS-ATRPRS-DIST-MAXIMA
           IF PARM-DIST-MAXIMA IS NUMERIC
              MOVE PARM-DIST-MAXIMA TO WS-ATRPRS-DIST-MAXIMA
           END-IF
           MOVE FUNCTION UPPER-CASE(PARM-DIST-MODO-TERRIT)
             TO WS-ATRPRS-MODO-TERRIT
           MOVE FUNCTION UPPER-CASE(PARM-DIST-VAL-COORD)
             TO WS-ATRPRS-VALIDA-COORD
           MOVE ZEROS  TO WS-ATRPRS-FILIAL
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-ATRPRS-FILIAL
           END-IF
           MOVE "N"    TO WS-ATRPRS-TODOS
           IF FUNCTION UPPER-CASE(PARM-BKP-FUNCAO) EQUAL "T"
              MOVE "S" TO WS-ATRPRS-TODOS
           END-IF
           MOVE SPACES TO WS-MSG-ATRIBPRS
      *
           CALL "ATRIBPRS" USING PARAMETROS-ATRIBPRS
      *
           MOVE WS-MSG-ATRIBPRS TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-ATRIBPRS.

      *-----------------------------------*
      *
       310-FUNIL-PROSPECTS SECTION.
      *
           MOVE ZEROS  TO WS-RELFUN-ANO-MES-INI
           IF PARM-ANO-MES IS NUMERIC
              MOVE PARM-ANO-MES TO WS-RELFUN-ANO-MES-INI
           END-IF
           MOVE ZEROS  TO WS-RELFUN-ANO-MES-FIM
           IF PARM-ANO-MES-FIM IS NUMERIC
              MOVE PARM-ANO-MES-FIM TO WS-RELFUN-ANO-MES-FIM
           END-IF
           MOVE SPACES TO WS-MSG-RELFUNIL
      *
           CALL "RELFUNIL" USING PARAMETROS-RELFUNIL
      *
           MOVE WS-MSG-RELFUNIL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELFUNIL.

      *-----------------------------------*
      *
       311-IMPORTA-INTERACOES SECTION.
      *
           MOVE PARM-ARQUIVO TO WS-IMPINT-ARQUIVO
           MOVE SPACES       TO WS-MSG-IMPINT
      *
           CALL "IMPINTER" USING PARAMETROS-IMPINT
      *
           MOVE WS-MSG-IMPINT TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-IMPINT.

      *-----------------------------------*
      *
       312-AGENDA-RETORNOS SECTION.
      *
           MOVE ZEROS  TO WS-RELRET-DATA
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-RELRET-DATA
           END-IF
           MOVE ZEROS  TO WS-RELRET-COD-VEND
           IF PARM-COD-VEND IS NUMERIC
              MOVE PARM-COD-VEND TO WS-RELRET-COD-VEND
           END-IF
           MOVE SPACES TO WS-MSG-RELRETOR
      *
           CALL "RELRETOR" USING PARAMETROS-RELRETOR
      *
           MOVE WS-MSG-RELRETOR TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELRETOR.

      *-----------------------------------*
      *
       313-REEMBOLSO-KM SECTION.
      *
           MOVE ZEROS  TO WS-REEMBKM-ANO-MES
           IF PARM-ANO-MES IS NUMERIC
              MOVE PARM-ANO-MES TO WS-REEMBKM-ANO-MES
           END-IF
           MOVE SPACES TO WS-MSG-REEMBKM
      *
           CALL "REEMBKM" USING PARAMETROS-REEMBKM
      *
           MOVE WS-MSG-REEMBKM TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-REEMBKM.

      *-----------------------------------*
      *
       314-IMPORTA-PLANO-QUOTAS SECTION.
      *
           MOVE PARM-ARQUIVO TO WS-IMPQPL-ARQUIVO
           MOVE SPACES       TO WS-MSG-IMPQPL
      *
           CALL "IMPQPL" USING PARAMETROS-IMPQPL
      *
           MOVE WS-MSG-IMPQPL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-IMPQPL.

      *-----------------------------------*
      *
       315-PLANO-X-REALIZADO SECTION.
      *
           MOVE ZEROS  TO WS-RELPLANO-ANO-MES
           IF PARM-ANO-MES IS NUMERIC
              MOVE PARM-ANO-MES TO WS-RELPLANO-ANO-MES
           END-IF
           MOVE SPACES TO WS-MSG-RELPLANO
      *
           CALL "RELPLANO" USING PARAMETROS-RELPLANO
      *
           MOVE WS-MSG-RELPLANO TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELPLANO.

      *-----------------------------------*
      *
       316-MIX-DE-VENDAS SECTION.
      *
           MOVE ZEROS  TO WS-RELMIX-MES-INI
                          WS-RELMIX-MES-FIM
                          WS-RELMIX-DESVIO
           IF PARM-ANO-MES IS NUMERIC
              MOVE PARM-ANO-MES TO WS-RELMIX-MES-INI
           END-IF
           IF PARM-ANO-MES-FIM IS NUMERIC
              MOVE PARM-ANO-MES-FIM TO WS-RELMIX-MES-FIM
           END-IF
           IF PARM-PERC-MIN IS NUMERIC
              MOVE PARM-PERC-MIN TO WS-RELMIX-DESVIO
           END-IF
           MOVE SPACES TO WS-MSG-RELMIX
      *
           CALL "RELMIX" USING PARAMETROS-RELMIX
      *
           MOVE WS-MSG-RELMIX TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELMIX.

      *-----------------------------------*
      *
       317-CLIENTES-EM-RISCO SECTION.
      *
           MOVE ZEROS TO WS-RISCO-DATA-REF
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-RISCO-DATA-REF
           END-IF
           MOVE SPACES TO WS-MSG-RISCO
      *
           CALL "RISCOCLI" USING PARAMETROS-RISCOCLI
      *
           MOVE WS-MSG-RISCO TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RISCO.

      *-----------------------------------*
      *
       318-RECONSTROI-ATUAL SECTION.
      *
           MOVE FUNCTION UPPER-CASE(PARM-BKP-FUNCAO)
             TO WS-RECATUAL-MODO
           MOVE SPACES TO WS-MSG-RECATUAL
      *
           CALL "RECATUAL" USING PARAMETROS-RECATUAL
      *
           MOVE WS-MSG-RECATUAL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RECATUAL.

      *-----------------------------------*
      *
       319-ROMANEIO-CARGA SECTION.
      *
           MOVE ZEROS TO WS-ROMAN-FILIAL
                         WS-ROMAN-DATA-CARGA
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-ROMAN-FILIAL
           END-IF
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-ROMAN-DATA-CARGA
           END-IF
           MOVE SPACES TO WS-MSG-ROMANEIO
      *
           CALL "ROMANEIO" USING PARAMETROS-ROMANEIO
      *
           MOVE WS-MSG-ROMANEIO TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-ROMANEIO.

      *-----------------------------------*
      *
       320-IMPORTA-ENTREGAS SECTION.
      *
           MOVE PARM-ARQUIVO TO WS-IMPENTRG-ARQUIVO
           MOVE SPACES       TO WS-MSG-IMPENTRG
      *
           CALL "IMPENTRG" USING PARAMETROS-IMPENTRG
      *
           MOVE WS-MSG-IMPENTRG TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-IMPENTRG.

      *-----------------------------------*
      *
       321-ENTREGA-OTIF SECTION.
      *
           MOVE ZEROS TO WS-RELOTIF-MES-INI
                         WS-RELOTIF-MES-FIM
                         WS-RELOTIF-FILIAL
           IF PARM-ANO-MES IS NUMERIC
              MOVE PARM-ANO-MES TO WS-RELOTIF-MES-INI
           END-IF
           IF PARM-ANO-MES-FIM IS NUMERIC
              MOVE PARM-ANO-MES-FIM TO WS-RELOTIF-MES-FIM
           END-IF
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-RELOTIF-FILIAL
           END-IF
           MOVE SPACES TO WS-MSG-RELOTIF
      *
           CALL "RELOTIF" USING PARAMETROS-RELOTIF
      *
           MOVE WS-MSG-RELOTIF TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELOTIF.

      *-----------------------------------*
      *
       322-SEPARA-RELATORIOS SECTION.
      *
           MOVE ZEROS TO WS-SEPARREL-DATA
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-SEPARREL-DATA
           END-IF
           MOVE SPACES TO WS-MSG-SEPARREL
      *
           CALL "SEPARREL" USING PARAMETROS-SEPARREL
      *
           MOVE WS-MSG-SEPARREL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-SEPARREL.

      *-----------------------------------*
      *
       323-PACOTE-CAMPO SECTION.
      *
           MOVE ZEROS TO WS-PACCAMPO-DATA
                         WS-PACCAMPO-FILIAL
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-PACCAMPO-DATA
           END-IF
           IF PARM-FILIAL IS NUMERIC
              MOVE PARM-FILIAL TO WS-PACCAMPO-FILIAL
           END-IF
           MOVE SPACES TO WS-MSG-PACCAMPO
      *
           CALL "PACCAMPO" USING PARAMETROS-PACCAMPO
      *
           MOVE WS-MSG-PACCAMPO TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-PACCAMPO.

      *-----------------------------------*
      *
       324-DADOS-TITULAR SECTION.
      *
           MOVE PARM-FILTRO-DOC   TO WS-LGPD-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(PARM-BKP-FUNCAO)
             TO WS-LGPD-FUNCAO
           MOVE PARM-RZNOME(1:20) TO WS-LGPD-PROTOCOLO
           MOVE SPACES TO WS-MSG-LGPDUTIL
      *
           CALL "LGPDUTIL" USING PARAMETROS-LGPDUTIL
      *
           MOVE WS-MSG-LGPDUTIL TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-LGPDUTIL.

      *-----------------------------------*
      *
       325-TEMPOS-LOTE SECTION.
      *
           MOVE ZEROS TO WS-RELSLA-DATA
                         WS-RELSLA-DIAS
                         WS-RELSLA-TOLERANCIA
           IF PARM-DATA-CORTE IS NUMERIC
              MOVE PARM-DATA-CORTE TO WS-RELSLA-DATA
           END-IF
           IF PARM-RETENCAO IS NUMERIC
              AND PARM-RETENCAO LESS THAN 1000
              MOVE PARM-RETENCAO TO WS-RELSLA-DIAS
           END-IF
           IF PARM-PERC-MIN IS NUMERIC
              MOVE PARM-PERC-MIN TO WS-RELSLA-TOLERANCIA
           END-IF
           MOVE SPACES TO WS-MSG-RELSLA
      *
           CALL "RELSLA" USING PARAMETROS-RELSLA
      *
           MOVE WS-MSG-RELSLA TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-RELSLA.

      *-----------------------------------*
      *
       326-TRANSFERE-PEDIDOS SECTION.
      *
           MOVE ZEROS TO WS-TRANSP-COD-CLI
                         WS-TRANSP-COD-VEND
                         WS-TRANSP-OPERADOR
           IF PARM-COD-CLI IS NUMERIC
              MOVE PARM-COD-CLI TO WS-TRANSP-COD-CLI
           END-IF
           IF PARM-COD-VEND IS NUMERIC
              MOVE PARM-COD-VEND TO WS-TRANSP-COD-VEND
           END-IF
           MOVE FUNCTION UPPER-CASE(PARM-BKP-FUNCAO)
             TO WS-TRANSP-POLITICA
           MOVE "BATCHMENU" TO WS-TRANSP-ORIGEM
           MOVE SPACES TO WS-MSG-TRANSPED
      *
           CALL "TRANSPED" USING PARAMETROS-TRANSPED
      *
           MOVE WS-MSG-TRANSPED TO WS-MSG-ROTINA
           DISPLAY "BATCHMENU: " WS-MSG-TRANSPED.

       END PROGRAM BATCHMENU.
      *-----------------------------------*

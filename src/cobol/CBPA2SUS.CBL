      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2SUS                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: ANALISE NOTURNA DE BAIXAS SUSPEITAS SOBRE O    *
      *                HISTORICO DE DISPOSICOES (TCOBR_DISP_HIST) E   *
      *                OS MOVIMENTOS (TCOBR_MOVTO) DE UMA JANELA DE   *
      *                DIAS DE PROCESSAMENTO, NO LUGAR DA AMOSTRAGEM  *
      *                MANUAL SOBRE O RELCTL. PADROES APONTADOS:      *
      *                - MESMO TITULO LIQUIDADO POR MAIS DE UM CANAL  *
      *                  (DISPOSICOES '01'/'02'/'03' DISTINTAS);      *
      *                - ESTORNOS ('ES'/'EP') CONCENTRADOS EM UMA     *
      *                  AGENCIA OU EM UM CEDENTE (QUANTIDADE MINIMA  *
      *                  E PERCENTUAL MINIMO SOBRE AS BAIXAS DELES);  *
      *                - DUPLICIDADES CONSOLIDADAS ('04') OU EM       *
      *                  REVISAO POR VALOR DIVERGENTE ('05')          *
      *                  REPETIDAS NO MESMO ARQUIVO DA REDE;          *
      *                - BAIXA ACEITA COM DIFERENCA DE SALDO LOGO     *
      *                  ABAIXO DA TOLERANCIA DO CBPA2SAB (2480-      *
      *                  VALIDAR-SALDO-CBPA2EST): O RESIDUAL QUE A    *
      *                  BAIXA DEIXA NO TCOBR_SALDO FICA ENTRE O      *
      *                  PERCENTUAL PARAMETRIZADO DA TOLERANCIA E A   *
      *                  PROPRIA TOLERANCIA;                          *
      *                - CONTA COM BAIXAS RETIDAS POR BLOQUEIO ('08') *
      *                  QUE VOLTA A LIQUIDAR POUCOS DIAS DEPOIS DO   *
      *                  FIM DO BLOQUEIO (BLM-DATA-FIM DO MESTRE      *
      *                  BLQMEST, QUE GUARDA OS PERIODOS ENCERRADOS;  *
      *                  O BLOQLIST SO TRAZ OS BLOQUEIOS EM VIGOR).   *
      *                CADA ALERTA RECEBE UM INDICE (INTENSIDADE EM   *
      *                RELACAO AO LIMITE, 100 = NO LIMITE) E OS       *
      *                ALERTAS SAO CLASSIFICADOS POR INDICE E VALOR   *
      *                DECRESCENTES (SORT INTERNO) PARA O RELATORIO   *
      *                RELSUS E O ARQUIVO DE CASOS CASOSUS (CBPAW072) *
      *                CARREGADO PELA PREVENCAO A FRAUDE.             *
      *                TODOS OS LIMITES VEM DO PARM; ZERADO OU        *
      *                AUSENTE = VALOR PADRAO. A TOLERANCIA DEVE SER  *
      *                A MESMA INFORMADA NO PARM DO CBPA2SAB.         *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2SUS.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    ANALISE DE BAIXAS SUSPEITAS SOBRE O      *
      *                       HISTORICO DE DISPOSICOES E MOVIMENTOS,   *
      *                       COM RANKING DE ALERTAS E ARQUIVO DE      *
      *                       CASOS PARA A PREVENCAO A FRAUDE (WCS-38) *
      *    15/10/2026  WCS    ALERTA BQ PASSA A MEDIR A LIQUIDACAO A   *
      *                       PARTIR DO FIM REAL DO BLOQUEIO (BLM-     *
      *                       DATA-FIM, LIDO DO MESTRE BLQMEST, QUE    *
      *                       GUARDA OS PERIODOS ENCERRADOS), EXIGINDO *
      *                       BAIXA RETIDA ('08') DENTRO DO PERIODO,   *
      *                       EM VEZ DE TOMAR A ULTIMA RETENCAO DA     *
      *                       JANELA COMO FIM DO BLOQUEIO              *
      *                       (WCS-38 CORRIGIDO)                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-390.
       OBJECT-COMPUTER.   IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSUS     ASSIGN TO CASOSUS
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-CASOSUS.
      *
           SELECT RELSUS      ASSIGN TO RELSUS
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELSUS.
      *
           SELECT BLQMEST     ASSIGN TO BLQMEST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS SEQUENTIAL
                               RECORD KEY   IS RBM-CHAVE
                               FILE STATUS  IS WRK-FS-BLQMEST.
      *
           SELECT SRTSUS      ASSIGN TO SRTSUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CASOSUS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CASOSUS                PIC  X(200).
      *
       FD  RELSUS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELSUS                 PIC  X(132).
      *
       FD  BLQMEST
           LABEL RECORDS ARE STANDARD.
       01  REG-BLQMEST.
           05  RBM-CHAVE              PIC  X(019).
           05  FILLER                 PIC  X(241).
      *
      *    ALERTA CLASSIFICADO: O CASO COMPLETO (CBPAW072) PRECEDIDO
      *    DAS CHAVES DO RANKING.
       SD  SRTSUS.
       01  REG-SRTSUS.
           05  SRT-INDICE              PIC  9(005).
           05  SRT-VALOR               PIC  9(013)V99.
           05  SRT-CASO                PIC  X(200).
      *
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* INICIO DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DO LAYOUT DO ARQUIVO DE CASOS *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW072.
           COPY 'CBPAW072'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DO LAYOUT DO MESTRE DE BLOQUEIOS *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW068.
           COPY 'CBPAW068'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DOS PARAMETROS DA ANALISE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-ANALISE            PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-INI-JANELA         PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-FIM-JANELA         PIC  9(008)         VALUE ZEROS.
       77  WRK-DIAS-CORTE              PIC S9(009) COMP    VALUE ZEROS.
      *
       77  WRK-DIAS-JANELA-DEFAULT     PIC  9(003)         VALUE 030.
       77  WRK-MIN-CANAIS-DEFAULT      PIC  9(001)         VALUE 2.
       77  WRK-MIN-EST-AGENCIA-DEFAULT PIC  9(003)         VALUE 020.
       77  WRK-MIN-EST-CEDENTE-DEFAULT PIC  9(003)         VALUE 005.
       77  WRK-PCT-ESTORNO-DEFAULT     PIC  9(003)         VALUE 005.
       77  WRK-MIN-DUPLIC-DEFAULT      PIC  9(003)         VALUE 010.
       77  WRK-MIN-DIVERG-DEFAULT      PIC  9(003)         VALUE 003.
       77  WRK-TOLERANCIA-VLR-DEFAULT  PIC  9(007)V99      VALUE 1,00.
       77  WRK-PCT-TOLERANCIA-DEFAULT  PIC  9(003)         VALUE 080.
       77  WRK-DIAS-POS-BLOQ-DEFAULT   PIC  9(003)         VALUE 005.
      *
       77  WRK-DIAS-JANELA             PIC  9(003)         VALUE ZEROS.
       77  WRK-MIN-CANAIS              PIC  9(001)         VALUE ZEROS.
       77  WRK-MIN-EST-AGENCIA         PIC  9(003)         VALUE ZEROS.
       77  WRK-MIN-EST-CEDENTE         PIC  9(003)         VALUE ZEROS.
       77  WRK-PCT-ESTORNO             PIC  9(003)         VALUE ZEROS.
       77  WRK-MIN-DUPLIC              PIC  9(003)         VALUE ZEROS.
       77  WRK-MIN-DIVERG              PIC  9(003)         VALUE ZEROS.
       77  WRK-TOLERANCIA-VLR          PIC  9(007)V99      VALUE ZEROS.
       77  WRK-PCT-TOLERANCIA          PIC  9(003)         VALUE ZEROS.
       77  WRK-DIAS-POS-BLOQ           PIC  9(003)         VALUE ZEROS.
      *
      *    FAIXA DO RESIDUAL CONSIDERADO "NO LIMITE" DA TOLERANCIA.
       77  WRK-LIMITE-INF-TOLER        PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-LIMITE-SUP-TOLER        PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DOS CURSORES DE TCOBR_DISP_HIST/MOVTO *'.
      *----------------------------------------------------------------*
      *
       01  WRK-GRUPO-LIDO.
           05  WRK-GRP-AGENCIA         PIC  9(004).
           05  WRK-GRP-CONTA           PIC  9(007).
           05  WRK-GRP-NOSSO           PIC  9(012).
           05  WRK-GRP-ARQ-SEQ         PIC  9(006).
           05  WRK-GRP-FONTE           PIC  X(001).
           05  WRK-GRP-QTD             PIC S9(009) COMP.
           05  WRK-GRP-QTD-2           PIC S9(009) COMP.
           05  WRK-GRP-QTD-TOTAL       PIC S9(009) COMP.
           05  WRK-GRP-VALOR           PIC S9(013)V99 COMP-3.
           05  WRK-GRP-SALDO           PIC S9(013)V99 COMP-3.
           05  WRK-GRP-DATA-PRIM       PIC  9(008).
           05  WRK-GRP-DATA-ULT        PIC  9(008).
      *
      *    PERIODO DE BLOQUEIO ENCERRADO E LIQUIDACOES DA CONTA (OU
      *    DA AGENCIA, NO BLOQUEIO DE AGENCIA INTEIRA) APOS O FIM.
       77  WRK-BLQ-DATA-INICIO         PIC  9(008)         VALUE ZEROS.
       77  WRK-BLQ-DATA-FIM            PIC  9(008)         VALUE ZEROS.
       77  WRK-LIQ-QTD                 PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-LIQ-VALOR               PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-LIQ-DATA-PRIM           PIC  9(008)         VALUE ZEROS.
       77  WRK-LIMITE-POS-BLOQ         PIC  9(008)         VALUE ZEROS.
       77  WRK-DIAS-ATE-LIQ            PIC S9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE CALCULO DO INDICE DO ALERTA *'.
      *----------------------------------------------------------------*
      *
       77  WRK-INDICE-MAXIMO           PIC  9(005)         VALUE 99999.
       77  WRK-INDICE-CALC             PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-INDICE-CALC-2           PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-PCT-CALC                PIC S9(005) COMP-3  VALUE ZEROS.
       77  WRK-SUB-TIPO                PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-QTD-TIPOS               PIC  9(002) COMP    VALUE 6.
       77  WRK-POSICAO                 PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *    TIPOS DE ALERTA NA ORDEM DAS TABELAS ABAIXO.
       01  WRK-TAB-TIPO-VAL.
           05  FILLER                  PIC  X(024)         VALUE
               'MCPAGO EM VARIOS CANAIS'.
           05  FILLER                  PIC  X(024)         VALUE
               'EAESTORNOS NA AGENCIA'.
           05  FILLER                  PIC  X(024)         VALUE
               'ECESTORNOS NO CEDENTE'.
           05  FILLER                  PIC  X(024)         VALUE
               'DRDUPLICIDADE NO ARQUIVO'.
           05  FILLER                  PIC  X(024)         VALUE
               'TLPAGO NO LIMITE TOLER.'.
           05  FILLER                  PIC  X(024)         VALUE
               'BQLIQUIDADO POS-BLOQUEIO'.
       01  FILLER                      REDEFINES WRK-TAB-TIPO-VAL.
           05  WRK-TAB-TIPO            OCCURS 6 TIMES.
               10  WRK-COD-TIPO        PIC  X(002).
               10  WRK-DESC-TIPO       PIC  X(022).
      *
       01  WRK-TAB-TOTAL-TIPO.
           05  TOT-TIPO                OCCURS 6 TIMES.
               10  TOT-GRUPOS-LIDOS    PIC  9(009) COMP-3.
               10  TOT-ALERTAS         PIC  9(009) COMP-3.
               10  TOT-VALOR           PIC  9(015)V99 COMP-3.
      *
      *    DETALHE DO ALERTA (CAS-DESCRICAO), UMA VISAO POR TIPO.
       01  WRK-DETALHE                 PIC  X(040)         VALUE SPACES.
       01  WRK-DET-MULTICANAL          REDEFINES WRK-DETALHE.
           05  WDM-QTD-CANAIS          PIC  9(001).
           05  FILLER                  PIC  X(009).
           05  WDM-DATA-PRIM           PIC  9(008).
           05  FILLER                  PIC  X(003).
           05  WDM-DATA-ULT            PIC  9(008).
           05  FILLER                  PIC  X(011).
       01  WRK-DET-ESTORNO             REDEFINES WRK-DETALHE.
           05  WDE-PCT                 PIC  ZZ9.
           05  FILLER                  PIC  X(014).
           05  WDE-QTD-BAIXAS          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016).
       01  WRK-DET-DUPLICIDADE         REDEFINES WRK-DETALHE.
           05  FILLER                  PIC  X(010).
           05  WDD-QTD-CONSOLID        PIC  ZZZZ9.
           05  FILLER                  PIC  X(009).
           05  WDD-QTD-DIVERG          PIC  ZZZZ9.
           05  FILLER                  PIC  X(011).
       01  WRK-DET-TOLERANCIA          REDEFINES WRK-DETALHE.
           05  FILLER                  PIC  X(009).
           05  WDT-RESIDUAL            PIC  ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(008).
           05  WDT-TOLERANCIA          PIC  ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(003).
       01  WRK-DET-BLOQUEIO            REDEFINES WRK-DETALHE.
           05  FILLER                  PIC  X(007).
           05  WDB-DATA-FIM-BLQ        PIC  9(008).
           05  FILLER                  PIC  X(006).
           05  WDB-DATA-LIQ            PIC  9(008).
           05  FILLER                  PIC  X(001).
           05  WDB-DIAS                PIC  ZZ9.
           05  FILLER                  PIC  X(007).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-ALERTAS             PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-CASOSUS    PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA O RELATORIO (RELSUS) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-ALERTAS.
           05  FILLER                  PIC  X(009)         VALUE
               '  POS TP '.
           05  FILLER                  PIC  X(023)         VALUE
               'ALERTA'.
           05  FILLER                  PIC  X(008)         VALUE
               ' INDICE '.
           05  FILLER                  PIC  X(028)         VALUE
               'CHAVE'.
           05  FILLER                  PIC  X(008)         VALUE
               '    QTD '.
           05  FILLER                  PIC  X(019)         VALUE
               '    VALOR ENVOLVIDO'.
           05  FILLER                  PIC  X(037)         VALUE
               ' DETALHE'.
      *
       01  WRK-LINHA-ALERTA.
           05  WLS-POSICAO             PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-TIPO                PIC  X(002).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-DESC-TIPO           PIC  X(022).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-INDICE              PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-CHAVE               PIC  X(027).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-QTD                 PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLS-DETALHE             PIC  X(038).
      *
      *    CHAVE DO ALERTA EDITADA CONFORME O TIPO.
       01  WRK-CHAVE-ED                PIC  X(027)         VALUE SPACES.
       01  WRK-CHAVE-TITULO-ED         REDEFINES WRK-CHAVE-ED.
           05  WCT-AGENCIA             PIC  9(004).
           05  FILLER                  PIC  X(001).
           05  WCT-CONTA               PIC  9(007).
           05  FILLER                  PIC  X(001).
           05  WCT-NOSSO               PIC  9(012).
           05  FILLER                  PIC  X(002).
       01  WRK-CHAVE-CEDENTE-ED        REDEFINES WRK-CHAVE-ED.
           05  WCC-ROTULO              PIC  X(003).
           05  WCC-AGENCIA             PIC  9(004).
           05  FILLER                  PIC  X(001).
           05  WCC-CONTA               PIC  X(007).
           05  FILLER                  PIC  X(012).
       01  WRK-CHAVE-ARQUIVO-ED        REDEFINES WRK-CHAVE-ED.
           05  WCA-ROTULO              PIC  X(004).
           05  WCA-ARQ-SEQUENCIA       PIC  9(006).
           05  WCA-ROTULO-FONTE        PIC  X(007).
           05  WCA-FONTE               PIC  X(001).
           05  FILLER                  PIC  X(009).
      *
       01  WRK-LINHA-PARAMETRO.
           05  WLP-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLP-VALOR               PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(068)         VALUE SPACES.
      *
       01  WRK-CAB-RESUMO.
           05  FILLER                  PIC  X(027)         VALUE
               'TIPO DE ALERTA'.
           05  FILLER                  PIC  X(016)         VALUE
               ' GRUPOS ANALIS.'.
           05  FILLER                  PIC  X(012)         VALUE
               '     ALERTAS'.
           05  FILLER                  PIC  X(022)         VALUE
               '       VALOR ENVOLVIDO'.
           05  FILLER                  PIC  X(055)         VALUE SPACES.
      *
       01  WRK-LINHA-RESUMO.
           05  WLR-TIPO                PIC  X(002).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLR-DESC-TIPO           PIC  X(022).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WLR-GRUPOS              PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLR-ALERTAS             PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLR-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(058)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-SUS.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA VARIAVEIS AUXILIARES *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DUMP-BAT                PIC  X(001)    VALUE 'S'.
       77  WRK-ABEND-BAT               PIC S9(004) COMP VALUE +1111.
      *
       77  WRK-CASOSUS                 PIC  X(008)         VALUE
           'CASOSUS'.
       77  WRK-RELSUS                  PIC  X(008)         VALUE
           'RELSUS'.
       77  WRK-BLQMEST                 PIC  X(008)         VALUE
           'BLQMEST'.
      *
       77  WRK-FIM-CURSOR              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-CURSOR-SIM                          VALUE 'S'.
           88  WRK-FIM-CURSOR-NAO                          VALUE 'N'.
       77  WRK-FIM-SRTSUS              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-SRTSUS-SIM                          VALUE 'S'.
           88  WRK-FIM-SRTSUS-NAO                          VALUE 'N'.
       77  WRK-FIM-BLQMEST             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BLQMEST-SIM                         VALUE 'S'.
           88  WRK-FIM-BLQMEST-NAO                         VALUE 'N'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE MSG DE ERRO NO FILE STATUS *'.
      *----------------------------------------------------------------*
      *
       01  WRK-MSG-FS.
           05  FILLER                  PIC  X(005)         VALUE
               'ERRO '.
           05  WRK-OPERACAO            PIC  X(013)         VALUE SPACES.
           05  FILLER                  PIC  X(012)         VALUE
               ' DO ARQUIVO '.
           05  WRK-ARQUIVO             PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(016)         VALUE
               '. FILE-STATUS = '.
           05  WRK-FS                  PIC  X(002)         VALUE SPACES.
      *
       77  WRK-ABERTURA                PIC  X(013)         VALUE
           'NA ABERTURA'.
       77  WRK-GRAVACAO                PIC  X(013)         VALUE
           'NA GRAVACAO'.
       77  WRK-LEITURA                 PIC  X(013)         VALUE
           'NA LEITURA'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE MSG DE ERRO DB2 *'.
      *----------------------------------------------------------------*
      *
       01  WRK-MSG-SQL.
           05  FILLER                  PIC  X(008)         VALUE
                                                           'ERRO DB2'.
           05  FILLER                  PIC  X(009)         VALUE
                                                          ' SQLCODE '.
           05  WRK-SQLCODE             PIC +9(009)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE FILE-STATUS *'.
      *----------------------------------------------------------------*
      *
       77  WRK-FS-CASOSUS              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELSUS               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BLQMEST              PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *    TITULOS LIQUIDADOS NA JANELA POR MAIS DE UM CANAL ('01'
      *    BAIXA34, '02' BAIXA35, '03' BAIXA36), DE QUALQUER FONTE.
           EXEC SQL
               DECLARE CMULTCAN CURSOR FOR
                   SELECT AGENCIA, CONTA, NOSSO_NUMERO,
                          COUNT(DISTINCT DISPOSICAO), COUNT(*),
                          SUM(VLBAIXA),
                          MIN(DATA_PROCESSAMENTO),
                          MAX(DATA_PROCESSAMENTO)
                     FROM CBPA.TCOBR_DISP_HIST
                    WHERE DATA_PROCESSAMENTO
                                     BETWEEN :WRK-DATA-INI-JANELA
                                         AND :WRK-DATA-FIM-JANELA
                      AND DISPOSICAO IN ('01', '02', '03')
                    GROUP BY AGENCIA, CONTA, NOSSO_NUMERO
                   HAVING COUNT(DISTINCT DISPOSICAO) > 1
           END-EXEC.
      *
      *    ESTORNOS E BAIXAS DA JANELA POR AGENCIA. AS LINHAS DE
      *    ENCARGO ('JM'/'JE') E DE REMESSA ('RI'/'RA'/'RB'/'RC') NAO
      *    SAO BAIXAS E FICAM FORA DA BASE DO PERCENTUAL.
           EXEC SQL
               DECLARE CESTAGEN CURSOR FOR
                   SELECT AGENCIA,
                          SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN 1 ELSE 0 END),
                          COUNT(*),
                          SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN VLBAIXA ELSE 0 END),
                          MIN(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN DATA_PROCESSAMENTO END),
                          MAX(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN DATA_PROCESSAMENTO END)
                     FROM CBPA.TCOBR_MOVTO
                    WHERE DATA_PROCESSAMENTO
                                     BETWEEN :WRK-DATA-INI-JANELA
                                         AND :WRK-DATA-FIM-JANELA
                      AND TIPO_BAIXA NOT IN ('JM', 'JE', 'RI', 'RA',
                                             'RB', 'RC')
                    GROUP BY AGENCIA
                   HAVING SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN 1 ELSE 0 END)
                                     >= :WRK-MIN-EST-AGENCIA
           END-EXEC.
      *
      *    O MESMO, POR CEDENTE (AGENCIA/CONTA DO CNEGOC).
           EXEC SQL
               DECLARE CESTCED CURSOR FOR
                   SELECT AGENCIA, CONTA,
                          SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN 1 ELSE 0 END),
                          COUNT(*),
                          SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN VLBAIXA ELSE 0 END),
                          MIN(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN DATA_PROCESSAMENTO END),
                          MAX(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN DATA_PROCESSAMENTO END)
                     FROM CBPA.TCOBR_MOVTO
                    WHERE DATA_PROCESSAMENTO
                                     BETWEEN :WRK-DATA-INI-JANELA
                                         AND :WRK-DATA-FIM-JANELA
                      AND TIPO_BAIXA NOT IN ('JM', 'JE', 'RI', 'RA',
                                             'RB', 'RC')
                    GROUP BY AGENCIA, CONTA
                   HAVING SUM(CASE WHEN TIPO_BAIXA IN ('ES', 'EP')
                                   THEN 1 ELSE 0 END)
                                     >= :WRK-MIN-EST-CEDENTE
           END-EXEC.
      *
      *    DUPLICIDADES CONSOLIDADAS ('04') E EM REVISAO ('05') POR
      *    ARQUIVO DA REDE (SEQUENCIA DO ARQUIVO + FONTE).
           EXEC SQL
               DECLARE CDUPARQ CURSOR FOR
                   SELECT ARQ_SEQUENCIA, FONTE,
                          SUM(CASE WHEN DISPOSICAO = '04'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN DISPOSICAO = '05'
                                   THEN 1 ELSE 0 END),
                          SUM(VLBAIXA),
                          MIN(DATA_PROCESSAMENTO),
                          MAX(DATA_PROCESSAMENTO)
                     FROM CBPA.TCOBR_DISP_HIST
                    WHERE DATA_PROCESSAMENTO
                                     BETWEEN :WRK-DATA-INI-JANELA
                                         AND :WRK-DATA-FIM-JANELA
                      AND DISPOSICAO IN ('04', '05')
                    GROUP BY ARQ_SEQUENCIA, FONTE
                   HAVING SUM(CASE WHEN DISPOSICAO = '04'
                                   THEN 1 ELSE 0 END) >= :WRK-MIN-DUPLIC
                       OR SUM(CASE WHEN DISPOSICAO = '05'
                                   THEN 1 ELSE 0 END) >= :WRK-MIN-DIVERG
           END-EXEC.
      *
      *    BAIXAS INTEGRAIS DA JANELA CUJO TITULO FICOU COM RESIDUAL
      *    DE SALDO (PARA MAIS OU PARA MENOS) NA FAIXA DO LIMITE DA
      *    TOLERANCIA. BAIXA PARCIAL ('PA'/'PP') DEIXA RESIDUAL POR
      *    DEFINICAO E ESTORNO REPOE O SALDO: AMBOS FICAM FORA. O
      *    SALDO E O DA DATA DA ANALISE: UMA BAIXA POSTERIOR NO MESMO
      *    TITULO ZERA O RESIDUAL E O TITULO DEIXA DE SER APONTADO.
           EXEC SQL
               DECLARE CTOLER CURSOR FOR
                   SELECT M.AGENCIA, M.CONTA, M.NOSSO_NUMERO,
                          M.VLBAIXA, M.DATA_PROCESSAMENTO, S.VLSALDO
                     FROM CBPA.TCOBR_MOVTO M,
                          CBPA.TCOBR_SALDO S
                    WHERE M.DATA_PROCESSAMENTO
                                     BETWEEN :WRK-DATA-INI-JANELA
                                         AND :WRK-DATA-FIM-JANELA
                      AND M.TIPO_BAIXA NOT IN ('PA', 'PP', 'ES', 'EP',
                                               'JM', 'JE', 'RI', 'RA',
                                               'RB', 'RC')
                      AND S.AGENCIA = M.AGENCIA
                      AND S.CONTA   = M.CONTA
                      AND S.CNEGOC  = M.CNEGOC
                      AND ABS(S.VLSALDO) BETWEEN :WRK-LIMITE-INF-TOLER
                                             AND :WRK-LIMITE-SUP-TOLER
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  WRK-PARM-ENTRADA.
           05  WRK-PARM-TAM            PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DATA-FIM        PIC 9(008).
               10  WRK-PARM-DIAS-JANELA     PIC 9(003).
               10  WRK-PARM-MIN-CANAIS      PIC 9(001).
               10  WRK-PARM-MIN-EST-AGENCIA PIC 9(003).
               10  WRK-PARM-MIN-EST-CEDENTE PIC 9(003).
               10  WRK-PARM-PCT-ESTORNO     PIC 9(003).
               10  WRK-PARM-MIN-DUPLIC      PIC 9(003).
               10  WRK-PARM-MIN-DIVERG      PIC 9(003).
               10  WRK-PARM-TOLERANCIA-VLR  PIC 9(007)V99.
               10  WRK-PARM-PCT-TOLERANCIA  PIC 9(003).
               10  WRK-PARM-DIAS-POS-BLOQ   PIC 9(003).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - LE OS LIMITES, LEVANTA OS ALERTAS DE CADA   *
      *    PADRAO (ENTRADA DO SORT) E EMITE O RANKING NO RELSUS E NO   *
      *    CASOSUS (SAIDA DO SORT).                                    *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           SORT SRTSUS
                ON DESCENDING KEY SRT-INDICE
                                  SRT-VALOR
                INPUT PROCEDURE IS 2000-LEVANTAR-ALERTAS
                                   THRU 2000-LEVANTAR-ALERTAS-EXIT
                OUTPUT PROCEDURE IS 3000-EMITIR-ALERTAS
                                   THRU 3000-EMITIR-ALERTAS-EXIT.
      *
           PERFORM 4000-FINALIZAR
                   THRU 4000-FINALIZAR-EXIT.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PARAMETROS, JANELA DE ANALISE, ABERTURA  *
      *    DOS ARQUIVOS E CABECALHO DO RELSUS COM OS LIMITES USADOS.   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1050-LER-PARAMETROS
                   THRU 1050-LER-PARAMETROS-EXIT.
      *
           INITIALIZE WRK-TAB-TOTAL-TIPO.
      *
           OPEN OUTPUT CASOSUS.
           IF WRK-FS-CASOSUS NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-CASOSUS        TO WRK-ARQUIVO
               MOVE WRK-FS-CASOSUS     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELSUS.
           IF WRK-FS-RELSUS NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELSUS         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSUS      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SUS.
           MOVE '***  CBPA2SUS - BAIXAS SUSPEITAS  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'JANELA DE PROCESSAMENTO ANALISADA'
                                       TO WLT-DESCRICAO.
           MOVE WRK-DATA-INI-JANELA    TO WLT-DESCRICAO (36:8).
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'ATE'                  TO WLT-DESCRICAO.
           MOVE WRK-DATA-FIM-JANELA    TO WLT-DESCRICAO (36:8).
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
      *
           MOVE SPACES                 TO WRK-LINHA-PARAMETRO.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'LIMITES DA ANALISE' TO WLP-DESCRICAO.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'MC - MINIMO DE CANAIS POR TITULO' TO WLP-DESCRICAO.
           MOVE WRK-MIN-CANAIS         TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'EA - MINIMO DE ESTORNOS POR AGENCIA' TO WLP-DESCRICAO.
           MOVE WRK-MIN-EST-AGENCIA    TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'EC - MINIMO DE ESTORNOS POR CEDENTE' TO WLP-DESCRICAO.
           MOVE WRK-MIN-EST-CEDENTE    TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'EA/EC - PERCENTUAL MINIMO DE ESTORNOS'
                                       TO WLP-DESCRICAO.
           MOVE WRK-PCT-ESTORNO        TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'DR - MINIMO DE CONSOLIDADAS POR ARQUIVO'
                                       TO WLP-DESCRICAO.
           MOVE WRK-MIN-DUPLIC         TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'DR - MINIMO DE DIVERGENTES POR ARQUIVO'
                                       TO WLP-DESCRICAO.
           MOVE WRK-MIN-DIVERG         TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'TL - TOLERANCIA DE SALDO DO CBPA2SAB'
                                       TO WLP-DESCRICAO.
           MOVE WRK-TOLERANCIA-VLR     TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'TL - RESIDUAL MINIMO (% DA TOLERANCIA)'
                                       TO WLP-DESCRICAO.
           MOVE WRK-PCT-TOLERANCIA     TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           MOVE 'BQ - DIAS APOS O FIM DO BLOQUEIO'
                                       TO WLP-DESCRICAO.
           MOVE WRK-DIAS-POS-BLOQ      TO WLP-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-PARAMETRO.
           IF WRK-FS-RELSUS NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSUS         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSUS      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1050-LER-PARAMETROS - INTERPRETA O PARM DE EXECUCAO DO JOB  *
      *    (DATA FINAL E DIAS DA JANELA, E OS LIMITES DE CADA PADRAO). *
      *    NA AUSENCIA OU OMISSAO DO PARM, PREVALECEM OS VALORES       *
      *    PADRAO E A DATA CORRENTE. PERCENTUAL DA TOLERANCIA ACIMA DE *
      *    100 E ERRO DE PARAMETRO.                                    *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS.
           ACCEPT WRK-DATA-ANALISE     FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ANALISE       TO WRK-DATA-FIM-JANELA.
           MOVE WRK-DIAS-JANELA-DEFAULT     TO WRK-DIAS-JANELA.
           MOVE WRK-MIN-CANAIS-DEFAULT      TO WRK-MIN-CANAIS.
           MOVE WRK-MIN-EST-AGENCIA-DEFAULT TO WRK-MIN-EST-AGENCIA.
           MOVE WRK-MIN-EST-CEDENTE-DEFAULT TO WRK-MIN-EST-CEDENTE.
           MOVE WRK-PCT-ESTORNO-DEFAULT     TO WRK-PCT-ESTORNO.
           MOVE WRK-MIN-DUPLIC-DEFAULT      TO WRK-MIN-DUPLIC.
           MOVE WRK-MIN-DIVERG-DEFAULT      TO WRK-MIN-DIVERG.
           MOVE WRK-TOLERANCIA-VLR-DEFAULT  TO WRK-TOLERANCIA-VLR.
           MOVE WRK-PCT-TOLERANCIA-DEFAULT  TO WRK-PCT-TOLERANCIA.
           MOVE WRK-DIAS-POS-BLOQ-DEFAULT   TO WRK-DIAS-POS-BLOQ.
      *
           IF WRK-PARM-TAM > ZEROS
               IF WRK-PARM-DATA-FIM > ZEROS
                   MOVE WRK-PARM-DATA-FIM
                                       TO WRK-DATA-FIM-JANELA
               END-IF
               IF WRK-PARM-DIAS-JANELA > ZEROS
                   MOVE WRK-PARM-DIAS-JANELA
                                       TO WRK-DIAS-JANELA
               END-IF
               IF WRK-PARM-MIN-CANAIS > 1
                   MOVE WRK-PARM-MIN-CANAIS
                                       TO WRK-MIN-CANAIS
               END-IF
               IF WRK-PARM-MIN-EST-AGENCIA > ZEROS
                   MOVE WRK-PARM-MIN-EST-AGENCIA
                                       TO WRK-MIN-EST-AGENCIA
               END-IF
               IF WRK-PARM-MIN-EST-CEDENTE > ZEROS
                   MOVE WRK-PARM-MIN-EST-CEDENTE
                                       TO WRK-MIN-EST-CEDENTE
               END-IF
               IF WRK-PARM-PCT-ESTORNO > ZEROS
                   MOVE WRK-PARM-PCT-ESTORNO
                                       TO WRK-PCT-ESTORNO
               END-IF
               IF WRK-PARM-MIN-DUPLIC > ZEROS
                   MOVE WRK-PARM-MIN-DUPLIC
                                       TO WRK-MIN-DUPLIC
               END-IF
               IF WRK-PARM-MIN-DIVERG > ZEROS
                   MOVE WRK-PARM-MIN-DIVERG
                                       TO WRK-MIN-DIVERG
               END-IF
               IF WRK-PARM-TOLERANCIA-VLR > ZEROS
                   MOVE WRK-PARM-TOLERANCIA-VLR
                                       TO WRK-TOLERANCIA-VLR
               END-IF
               IF WRK-PARM-PCT-TOLERANCIA > ZEROS
                   MOVE WRK-PARM-PCT-TOLERANCIA
                                       TO WRK-PCT-TOLERANCIA
               END-IF
               IF WRK-PARM-DIAS-POS-BLOQ > ZEROS
                   MOVE WRK-PARM-DIAS-POS-BLOQ
                                       TO WRK-DIAS-POS-BLOQ
               END-IF
           END-IF.
      *
           IF WRK-PCT-TOLERANCIA > 100
               DISPLAY 'PERCENTUAL DA TOLERANCIA INVALIDO NO PARM - '
                       WRK-PCT-TOLERANCIA
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           COMPUTE WRK-DIAS-CORTE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM-JANELA)
                 - WRK-DIAS-JANELA + 1.
           COMPUTE WRK-DATA-INI-JANELA =
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-CORTE).
      *
      *    RESIDUAL ZERO E BAIXA EXATA: O LIMITE INFERIOR NUNCA FICA
      *    ABAIXO DE UM CENTAVO.
           COMPUTE WRK-LIMITE-INF-TOLER ROUNDED =
                   WRK-TOLERANCIA-VLR * WRK-PCT-TOLERANCIA / 100.
           IF WRK-LIMITE-INF-TOLER < 0,01
               MOVE 0,01               TO WRK-LIMITE-INF-TOLER
           END-IF.
           MOVE WRK-TOLERANCIA-VLR     TO WRK-LIMITE-SUP-TOLER.
       1050-LER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LEVANTAR-ALERTAS - PROCEDIMENTO DE ENTRADA DO SORT: UM *
      *    PASSO POR PADRAO; CADA GRUPO QUE PASSA DO LIMITE VIRA UM    *
      *    CASO LIBERADO PARA A CLASSIFICACAO.                         *
      *----------------------------------------------------------------*
       2000-LEVANTAR-ALERTAS.
           PERFORM 2100-MULTICANAL
                   THRU 2100-MULTICANAL-EXIT.
           PERFORM 2200-ESTORNO-AGENCIA
                   THRU 2200-ESTORNO-AGENCIA-EXIT.
           PERFORM 2300-ESTORNO-CEDENTE
                   THRU 2300-ESTORNO-CEDENTE-EXIT.
           PERFORM 2400-DUPLICIDADE-ARQUIVO
                   THRU 2400-DUPLICIDADE-ARQUIVO-EXIT.
           PERFORM 2500-LIMITE-TOLERANCIA
                   THRU 2500-LIMITE-TOLERANCIA-EXIT.
           PERFORM 2600-POS-BLOQUEIO
                   THRU 2600-POS-BLOQUEIO-EXIT.
       2000-LEVANTAR-ALERTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-MULTICANAL - INDICE = CANAIS DISTINTOS SOBRE O MINIMO. *
      *----------------------------------------------------------------*
       2100-MULTICANAL.
           MOVE 1                      TO WRK-SUB-TIPO.
           EXEC SQL
               OPEN CMULTCAN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2110-LER-MULTICANAL
                   THRU 2110-LER-MULTICANAL-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CMULTCAN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2100-MULTICANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2110-LER-MULTICANAL                                         *
      *----------------------------------------------------------------*
       2110-LER-MULTICANAL.
           EXEC SQL
               FETCH CMULTCAN
                INTO :WRK-GRP-AGENCIA,
                     :WRK-GRP-CONTA,
                     :WRK-GRP-NOSSO,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-TOTAL,
                     :WRK-GRP-VALOR,
                     :WRK-GRP-DATA-PRIM,
                     :WRK-GRP-DATA-ULT
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2110-LER-MULTICANAL-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
           IF WRK-GRP-QTD < WRK-MIN-CANAIS
               GO TO 2110-LER-MULTICANAL-EXIT
           END-IF.
      *
           PERFORM 2900-INICIAR-CASO
                   THRU 2900-INICIAR-CASO-EXIT.
           MOVE WRK-GRP-AGENCIA        TO CAS-AGENCIA.
           MOVE WRK-GRP-CONTA          TO CAS-CONTA.
           MOVE WRK-GRP-NOSSO          TO CAS-NOSSO-NUMERO.
           MOVE WRK-GRP-QTD-TOTAL      TO CAS-QTD-OCORRENCIAS.
           MOVE WRK-GRP-VALOR          TO CAS-VALOR-ENVOLVIDO.
           MOVE WRK-GRP-DATA-PRIM      TO CAS-DATA-PRIM-OCORR.
           MOVE WRK-GRP-DATA-ULT       TO CAS-DATA-ULT-OCORR.
           COMPUTE WRK-INDICE-CALC =
                   WRK-GRP-QTD * 100 / WRK-MIN-CANAIS.
      *
           MOVE SPACES                 TO WRK-DETALHE.
           MOVE WRK-GRP-QTD            TO WDM-QTD-CANAIS.
           MOVE ' CANAIS, '            TO WRK-DETALHE (2:9).
           MOVE WRK-GRP-DATA-PRIM      TO WDM-DATA-PRIM.
           MOVE ' A '                  TO WRK-DETALHE (19:3).
           MOVE WRK-GRP-DATA-ULT       TO WDM-DATA-ULT.
           PERFORM 2950-LIBERAR-CASO
                   THRU 2950-LIBERAR-CASO-EXIT.
       2110-LER-MULTICANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-ESTORNO-AGENCIA - A QUANTIDADE MINIMA VEM FILTRADA NO  *
      *    CURSOR; AQUI SE APLICA O PERCENTUAL SOBRE AS BAIXAS DA      *
      *    AGENCIA. INDICE = PERCENTUAL OBTIDO SOBRE O MINIMO.         *
      *----------------------------------------------------------------*
       2200-ESTORNO-AGENCIA.
           MOVE 2                      TO WRK-SUB-TIPO.
           EXEC SQL
               OPEN CESTAGEN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2210-LER-ESTORNO-AGENCIA
                   THRU 2210-LER-ESTORNO-AGENCIA-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CESTAGEN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2200-ESTORNO-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2210-LER-ESTORNO-AGENCIA                                    *
      *----------------------------------------------------------------*
       2210-LER-ESTORNO-AGENCIA.
           EXEC SQL
               FETCH CESTAGEN
                INTO :WRK-GRP-AGENCIA,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-TOTAL,
                     :WRK-GRP-VALOR,
                     :WRK-GRP-DATA-PRIM,
                     :WRK-GRP-DATA-ULT
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2210-LER-ESTORNO-AGENCIA-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
           MOVE ZEROS                  TO WRK-GRP-CONTA.
           PERFORM 2250-AVALIAR-ESTORNOS
                   THRU 2250-AVALIAR-ESTORNOS-EXIT.
       2210-LER-ESTORNO-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-AVALIAR-ESTORNOS - PERCENTUAL DE ESTORNOS SOBRE AS     *
      *    BAIXAS DO GRUPO (AGENCIA OU CEDENTE) E CASO, SE ATINGIDO.   *
      *----------------------------------------------------------------*
       2250-AVALIAR-ESTORNOS.
           COMPUTE WRK-PCT-CALC =
                   WRK-GRP-QTD * 100 / WRK-GRP-QTD-TOTAL.
           IF WRK-PCT-CALC < WRK-PCT-ESTORNO
               GO TO 2250-AVALIAR-ESTORNOS-EXIT
           END-IF.
      *
           PERFORM 2900-INICIAR-CASO
                   THRU 2900-INICIAR-CASO-EXIT.
           MOVE WRK-GRP-AGENCIA        TO CAS-AGENCIA.
           MOVE WRK-GRP-CONTA          TO CAS-CONTA.
           MOVE WRK-GRP-QTD            TO CAS-QTD-OCORRENCIAS.
           MOVE WRK-GRP-VALOR          TO CAS-VALOR-ENVOLVIDO.
           MOVE WRK-GRP-DATA-PRIM      TO CAS-DATA-PRIM-OCORR.
           MOVE WRK-GRP-DATA-ULT       TO CAS-DATA-ULT-OCORR.
           COMPUTE WRK-INDICE-CALC =
                   WRK-PCT-CALC * 100 / WRK-PCT-ESTORNO.
      *
           MOVE SPACES                 TO WRK-DETALHE.
           MOVE WRK-PCT-CALC           TO WDE-PCT.
           MOVE '% DE ESTORNO /'       TO WRK-DETALHE (4:14).
           MOVE WRK-GRP-QTD-TOTAL      TO WDE-QTD-BAIXAS.
           MOVE ' BAIXAS'              TO WRK-DETALHE (25:7).
           PERFORM 2950-LIBERAR-CASO
                   THRU 2950-LIBERAR-CASO-EXIT.
       2250-AVALIAR-ESTORNOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ESTORNO-CEDENTE                                        *
      *----------------------------------------------------------------*
       2300-ESTORNO-CEDENTE.
           MOVE 3                      TO WRK-SUB-TIPO.
           EXEC SQL
               OPEN CESTCED
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2310-LER-ESTORNO-CEDENTE
                   THRU 2310-LER-ESTORNO-CEDENTE-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CESTCED
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2300-ESTORNO-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2310-LER-ESTORNO-CEDENTE                                    *
      *----------------------------------------------------------------*
       2310-LER-ESTORNO-CEDENTE.
           EXEC SQL
               FETCH CESTCED
                INTO :WRK-GRP-AGENCIA,
                     :WRK-GRP-CONTA,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-TOTAL,
                     :WRK-GRP-VALOR,
                     :WRK-GRP-DATA-PRIM,
                     :WRK-GRP-DATA-ULT
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2310-LER-ESTORNO-CEDENTE-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
           PERFORM 2250-AVALIAR-ESTORNOS
                   THRU 2250-AVALIAR-ESTORNOS-EXIT.
       2310-LER-ESTORNO-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-DUPLICIDADE-ARQUIVO - INDICE = O MAIOR ENTRE           *
      *    CONSOLIDADAS E DIVERGENTES, CADA UM SOBRE O SEU MINIMO.     *
      *----------------------------------------------------------------*
       2400-DUPLICIDADE-ARQUIVO.
           MOVE 4                      TO WRK-SUB-TIPO.
           EXEC SQL
               OPEN CDUPARQ
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2410-LER-DUPLICIDADE
                   THRU 2410-LER-DUPLICIDADE-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CDUPARQ
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2400-DUPLICIDADE-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2410-LER-DUPLICIDADE                                        *
      *----------------------------------------------------------------*
       2410-LER-DUPLICIDADE.
           EXEC SQL
               FETCH CDUPARQ
                INTO :WRK-GRP-ARQ-SEQ,
                     :WRK-GRP-FONTE,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-2,
                     :WRK-GRP-VALOR,
                     :WRK-GRP-DATA-PRIM,
                     :WRK-GRP-DATA-ULT
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2410-LER-DUPLICIDADE-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
      *
           PERFORM 2900-INICIAR-CASO
                   THRU 2900-INICIAR-CASO-EXIT.
           MOVE WRK-GRP-ARQ-SEQ        TO CAS-ARQ-SEQUENCIA.
           MOVE WRK-GRP-FONTE          TO CAS-FONTE.
           COMPUTE CAS-QTD-OCORRENCIAS = WRK-GRP-QTD + WRK-GRP-QTD-2.
           MOVE WRK-GRP-VALOR          TO CAS-VALOR-ENVOLVIDO.
           MOVE WRK-GRP-DATA-PRIM      TO CAS-DATA-PRIM-OCORR.
           MOVE WRK-GRP-DATA-ULT       TO CAS-DATA-ULT-OCORR.
           COMPUTE WRK-INDICE-CALC =
                   WRK-GRP-QTD * 100 / WRK-MIN-DUPLIC.
           COMPUTE WRK-INDICE-CALC-2 =
                   WRK-GRP-QTD-2 * 100 / WRK-MIN-DIVERG.
           IF WRK-INDICE-CALC-2 > WRK-INDICE-CALC
               MOVE WRK-INDICE-CALC-2  TO WRK-INDICE-CALC
           END-IF.
      *
           MOVE SPACES                 TO WRK-DETALHE.
           MOVE 'CONSOLID. '           TO WRK-DETALHE (1:10).
           MOVE WRK-GRP-QTD            TO WDD-QTD-CONSOLID.
           MOVE ' DIVERG. '            TO WRK-DETALHE (16:9).
           MOVE WRK-GRP-QTD-2          TO WDD-QTD-DIVERG.
           PERFORM 2950-LIBERAR-CASO
                   THRU 2950-LIBERAR-CASO-EXIT.
       2410-LER-DUPLICIDADE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LIMITE-TOLERANCIA - INDICE = RESIDUAL SOBRE O LIMITE   *
      *    INFERIOR DA FAIXA (100 NA BORDA, MAIOR QUANTO MAIS PERTO DA *
      *    TOLERANCIA).                                                *
      *----------------------------------------------------------------*
       2500-LIMITE-TOLERANCIA.
           MOVE 5                      TO WRK-SUB-TIPO.
           EXEC SQL
               OPEN CTOLER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2510-LER-TOLERANCIA
                   THRU 2510-LER-TOLERANCIA-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CTOLER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2500-LIMITE-TOLERANCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2510-LER-TOLERANCIA                                         *
      *----------------------------------------------------------------*
       2510-LER-TOLERANCIA.
           EXEC SQL
               FETCH CTOLER
                INTO :WRK-GRP-AGENCIA,
                     :WRK-GRP-CONTA,
                     :WRK-GRP-NOSSO,
                     :WRK-GRP-VALOR,
                     :WRK-GRP-DATA-ULT,
                     :WRK-GRP-SALDO
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2510-LER-TOLERANCIA-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
           IF WRK-GRP-SALDO < ZEROS
               COMPUTE WRK-GRP-SALDO = WRK-GRP-SALDO * -1
           END-IF.
      *
           PERFORM 2900-INICIAR-CASO
                   THRU 2900-INICIAR-CASO-EXIT.
           MOVE WRK-GRP-AGENCIA        TO CAS-AGENCIA.
           MOVE WRK-GRP-CONTA          TO CAS-CONTA.
           MOVE WRK-GRP-NOSSO          TO CAS-NOSSO-NUMERO.
           MOVE 1                      TO CAS-QTD-OCORRENCIAS.
           MOVE WRK-GRP-VALOR          TO CAS-VALOR-ENVOLVIDO.
           MOVE WRK-GRP-DATA-ULT       TO CAS-DATA-PRIM-OCORR
                                          CAS-DATA-ULT-OCORR.
           COMPUTE WRK-INDICE-CALC =
                   WRK-GRP-SALDO * 100 / WRK-LIMITE-INF-TOLER.
      *
           MOVE SPACES                 TO WRK-DETALHE.
           MOVE 'RESIDUAL '            TO WRK-DETALHE (1:9).
           MOVE WRK-GRP-SALDO          TO WDT-RESIDUAL.
           MOVE ' TOLER. '             TO WRK-DETALHE (20:8).
           MOVE WRK-TOLERANCIA-VLR     TO WDT-TOLERANCIA.
           PERFORM 2950-LIBERAR-CASO
                   THRU 2950-LIBERAR-CASO-EXIT.
       2510-LER-TOLERANCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-POS-BLOQUEIO - PERCORRE O MESTRE DE BLOQUEIOS BLQMEST, *
      *    QUE GUARDA OS PERIODOS JA ENCERRADOS (O BLOQLIST SO TRAZ OS *
      *    EM VIGOR). PARA CADA PERIODO COM FIM (BLM-DATA-FIM) DENTRO  *
      *    DA JANELA E COM BAIXAS RETIDAS ('08') ENTRE O INICIO E O    *
      *    FIM, PROCURA LIQUIDACOES NOS DIAS SEGUINTES AO FIM DO       *
      *    BLOQUEIO. INDICE = 100 + A ANTECEDENCIA DA LIQUIDACAO EM    *
      *    RELACAO AO PRAZO (LIQUIDAR NO DIA SEGUINTE AO FIM RENDE O   *
      *    MAIOR INDICE).                                              *
      *----------------------------------------------------------------*
       2600-POS-BLOQUEIO.
           MOVE 6                      TO WRK-SUB-TIPO.
           OPEN INPUT  BLQMEST.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           SET WRK-FIM-BLQMEST-NAO     TO TRUE.
           PERFORM 2610-LER-BLQMEST
                   THRU 2610-LER-BLQMEST-EXIT
                   UNTIL WRK-FIM-BLQMEST-SIM.
      *
           CLOSE BLQMEST.
       2600-POS-BLOQUEIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2610-LER-BLQMEST - SO CONTA O PERIODO QUE PRODUZIU EFEITO:  *
      *    INCLUSAO AINDA SEM VISTO FICA DE FORA; NA ALTERACAO OU NO   *
      *    ENCERRAMENTO PENDENTE VALE O FIM ATUAL, COMO NA EXTRACAO DO *
      *    BLOQLIST. CONTA ZERADA (AGENCIA INTEIRA) OLHA TODAS AS      *
      *    CONTAS DA AGENCIA.                                          *
      *----------------------------------------------------------------*
       2610-LER-BLQMEST.
           READ BLQMEST INTO WRK-AREA-CBPAW068.
           IF WRK-FS-BLQMEST = '10'
               SET WRK-FIM-BLQMEST-SIM TO TRUE
               GO TO 2610-LER-BLQMEST-EXIT
           END-IF.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           IF BLM-PEND-INCLUSAO
              OR BLM-DATA-FIM = ZEROS
              OR BLM-DATA-FIM < WRK-DATA-INI-JANELA
              OR BLM-DATA-FIM > WRK-DATA-FIM-JANELA
               GO TO 2610-LER-BLQMEST-EXIT
           END-IF.
      *
           MOVE BLM-AGENC-CNEGOC       TO WRK-GRP-AGENCIA.
           MOVE BLM-CONTA-CNEGOC       TO WRK-GRP-CONTA.
           MOVE BLM-DATA-INICIO        TO WRK-BLQ-DATA-INICIO.
           MOVE BLM-DATA-FIM           TO WRK-BLQ-DATA-FIM.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(DATA_PROCESSAMENTO), 0)
                 INTO :WRK-GRP-QTD, :WRK-GRP-DATA-PRIM
                 FROM CBPA.TCOBR_DISP_HIST
                WHERE AGENCIA = :WRK-GRP-AGENCIA
                  AND (CONTA  = :WRK-GRP-CONTA
                       OR :WRK-GRP-CONTA = 0)
                  AND DISPOSICAO = '08'
                  AND DATA_PROCESSAMENTO
                                 BETWEEN :WRK-BLQ-DATA-INICIO
                                     AND :WRK-BLQ-DATA-FIM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           IF WRK-GRP-QTD = ZEROS
               GO TO 2610-LER-BLQMEST-EXIT
           END-IF.
           ADD 1                 TO TOT-GRUPOS-LIDOS (WRK-SUB-TIPO).
      *
           COMPUTE WRK-DIAS-CORTE =
                   FUNCTION INTEGER-OF-DATE (WRK-BLQ-DATA-FIM)
                 + WRK-DIAS-POS-BLOQ.
           COMPUTE WRK-LIMITE-POS-BLOQ =
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-CORTE).
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(VLBAIXA), 0),
                      COALESCE(MIN(DATA_PROCESSAMENTO), 0)
                 INTO :WRK-LIQ-QTD, :WRK-LIQ-VALOR,
                      :WRK-LIQ-DATA-PRIM
                 FROM CBPA.TCOBR_DISP_HIST
                WHERE AGENCIA = :WRK-GRP-AGENCIA
                  AND (CONTA  = :WRK-GRP-CONTA
                       OR :WRK-GRP-CONTA = 0)
                  AND DISPOSICAO IN ('01', '02', '03')
                  AND DATA_PROCESSAMENTO >  :WRK-BLQ-DATA-FIM
                  AND DATA_PROCESSAMENTO <= :WRK-LIMITE-POS-BLOQ
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           IF WRK-LIQ-QTD = ZEROS
               GO TO 2610-LER-BLQMEST-EXIT
           END-IF.
      *
           COMPUTE WRK-DIAS-ATE-LIQ =
                   FUNCTION INTEGER-OF-DATE (WRK-LIQ-DATA-PRIM)
                 - FUNCTION INTEGER-OF-DATE (WRK-BLQ-DATA-FIM).
      *
           PERFORM 2900-INICIAR-CASO
                   THRU 2900-INICIAR-CASO-EXIT.
           MOVE WRK-GRP-AGENCIA        TO CAS-AGENCIA.
           MOVE WRK-GRP-CONTA          TO CAS-CONTA.
           MOVE WRK-LIQ-QTD            TO CAS-QTD-OCORRENCIAS.
           MOVE WRK-LIQ-VALOR          TO CAS-VALOR-ENVOLVIDO.
           MOVE WRK-GRP-DATA-PRIM      TO CAS-DATA-PRIM-OCORR.
           MOVE WRK-LIQ-DATA-PRIM      TO CAS-DATA-ULT-OCORR.
           COMPUTE WRK-INDICE-CALC = 100
                 + (WRK-DIAS-POS-BLOQ - WRK-DIAS-ATE-LIQ + 1) * 100
                   / WRK-DIAS-POS-BLOQ.
      *
           MOVE SPACES                 TO WRK-DETALHE.
           MOVE 'FIM BQ '              TO WRK-DETALHE (1:7).
           MOVE WRK-BLQ-DATA-FIM       TO WDB-DATA-FIM-BLQ.
           MOVE ' LIQ. '               TO WRK-DETALHE (16:6).
           MOVE WRK-LIQ-DATA-PRIM      TO WDB-DATA-LIQ.
           MOVE WRK-DIAS-ATE-LIQ       TO WDB-DIAS.
           MOVE ' DIA(S)'              TO WRK-DETALHE (34:7).
           PERFORM 2950-LIBERAR-CASO
                   THRU 2950-LIBERAR-CASO-EXIT.
       2610-LER-BLQMEST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-INICIAR-CASO - CASO EM BRANCO DO TIPO CORRENTE, COM A  *
      *    JANELA DA ANALISE.                                          *
      *----------------------------------------------------------------*
       2900-INICIAR-CASO.
           MOVE SPACES                 TO WRK-AREA-CBPAW072.
           MOVE WRK-COD-TIPO (WRK-SUB-TIPO) TO CAS-TIPO-ALERTA.
           MOVE ZEROS                  TO CAS-AGENCIA
                                          CAS-CONTA
                                          CAS-NOSSO-NUMERO
                                          CAS-ARQ-SEQUENCIA
                                          CAS-POSICAO
                                          CAS-INDICE
                                          CAS-QTD-OCORRENCIAS
                                          CAS-VALOR-ENVOLVIDO
                                          CAS-DATA-PRIM-OCORR
                                          CAS-DATA-ULT-OCORR.
           MOVE WRK-DATA-ANALISE       TO CAS-DATA-ANALISE.
           MOVE WRK-DATA-INI-JANELA    TO CAS-DATA-INI-JANELA.
           MOVE WRK-DATA-FIM-JANELA    TO CAS-DATA-FIM-JANELA.
           MOVE ZEROS                  TO WRK-INDICE-CALC
                                          WRK-INDICE-CALC-2.
       2900-INICIAR-CASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2950-LIBERAR-CASO - FECHA O INDICE (LIMITADO AO MAXIMO DO   *
      *    CAMPO), O DETALHE E OS TOTAIS DO TIPO, E LIBERA O CASO.     *
      *----------------------------------------------------------------*
       2950-LIBERAR-CASO.
           IF WRK-INDICE-CALC > WRK-INDICE-MAXIMO
               MOVE WRK-INDICE-MAXIMO  TO WRK-INDICE-CALC
           END-IF.
           MOVE WRK-INDICE-CALC        TO CAS-INDICE.
           MOVE WRK-DETALHE            TO CAS-DESCRICAO.
      *
           ADD 1                       TO TOT-ALERTAS (WRK-SUB-TIPO)
                                          ACU-ALERTAS.
           ADD CAS-VALOR-ENVOLVIDO     TO TOT-VALOR (WRK-SUB-TIPO).
      *
           MOVE CAS-INDICE             TO SRT-INDICE.
           MOVE CAS-VALOR-ENVOLVIDO    TO SRT-VALOR.
           MOVE WRK-AREA-CBPAW072      TO SRT-CASO.
           RELEASE REG-SRTSUS.
       2950-LIBERAR-CASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-EMITIR-ALERTAS - PROCEDIMENTO DE SAIDA DO SORT: OS     *
      *    CASOS NA ORDEM DO RANKING, COM A POSICAO, PARA O RELSUS E   *
      *    O CASOSUS.                                                  *
      *----------------------------------------------------------------*
       3000-EMITIR-ALERTAS.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SUS.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'ALERTAS EM ORDEM DE INDICE E VALOR'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           WRITE REG-RELSUS FROM WRK-CAB-ALERTAS.
      *
           PERFORM 3100-RETORNAR-SRTSUS
                   THRU 3100-RETORNAR-SRTSUS-EXIT.
           IF WRK-FIM-SRTSUS-SIM
               MOVE 'NENHUM ALERTA NA JANELA' TO WLT-DESCRICAO
               WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS
               GO TO 3000-EMITIR-ALERTAS-EXIT
           END-IF.
      *
           PERFORM 3200-EMITIR-CASO
                   THRU 3200-EMITIR-CASO-EXIT
                   UNTIL WRK-FIM-SRTSUS-SIM.
       3000-EMITIR-ALERTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-RETORNAR-SRTSUS - PROXIMO CASO CLASSIFICADO.           *
      *----------------------------------------------------------------*
       3100-RETORNAR-SRTSUS.
           RETURN SRTSUS
               AT END
                   SET WRK-FIM-SRTSUS-SIM TO TRUE
               NOT AT END
                   MOVE SRT-CASO       TO WRK-AREA-CBPAW072
           END-RETURN.
       3100-RETORNAR-SRTSUS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-EMITIR-CASO - GRAVA O CASO COM A POSICAO NO RANKING E  *
      *    A LINHA DO RELATORIO.                                       *
      *----------------------------------------------------------------*
       3200-EMITIR-CASO.
           ADD 1                       TO WRK-POSICAO.
           MOVE WRK-POSICAO            TO CAS-POSICAO.
           WRITE REG-CASOSUS FROM WRK-AREA-CBPAW072.
           IF WRK-FS-CASOSUS NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-CASOSUS        TO WRK-ARQUIVO
               MOVE WRK-FS-CASOSUS     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-CASOSUS.
      *
           PERFORM 3300-EDITAR-CHAVE
                   THRU 3300-EDITAR-CHAVE-EXIT.
           MOVE CAS-POSICAO            TO WLS-POSICAO.
           MOVE CAS-TIPO-ALERTA        TO WLS-TIPO.
           MOVE WRK-DESC-TIPO (WRK-SUB-TIPO) TO WLS-DESC-TIPO.
           MOVE CAS-INDICE             TO WLS-INDICE.
           MOVE WRK-CHAVE-ED           TO WLS-CHAVE.
           MOVE CAS-QTD-OCORRENCIAS    TO WLS-QTD.
           MOVE CAS-VALOR-ENVOLVIDO    TO WLS-VALOR.
           MOVE CAS-DESCRICAO          TO WLS-DETALHE.
           WRITE REG-RELSUS FROM WRK-LINHA-ALERTA.
           IF WRK-FS-RELSUS NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSUS         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSUS      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 3100-RETORNAR-SRTSUS
                   THRU 3100-RETORNAR-SRTSUS-EXIT.
       3200-EMITIR-CASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-EDITAR-CHAVE - TIPO DO CASO (SUBSCRITO DAS TABELAS) E  *
      *    CHAVE EDITADA CONFORME O TIPO.                              *
      *----------------------------------------------------------------*
       3300-EDITAR-CHAVE.
           MOVE SPACES                 TO WRK-CHAVE-ED.
           EVALUATE TRUE
               WHEN CAS-MULTICANAL
                   MOVE 1              TO WRK-SUB-TIPO
               WHEN CAS-ESTORNO-AGENCIA
                   MOVE 2              TO WRK-SUB-TIPO
               WHEN CAS-ESTORNO-CEDENTE
                   MOVE 3              TO WRK-SUB-TIPO
               WHEN CAS-DUPLIC-ARQUIVO
                   MOVE 4              TO WRK-SUB-TIPO
               WHEN CAS-LIMITE-TOLERANCIA
                   MOVE 5              TO WRK-SUB-TIPO
               WHEN OTHER
                   MOVE 6              TO WRK-SUB-TIPO
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN CAS-MULTICANAL
                 OR CAS-LIMITE-TOLERANCIA
                   MOVE CAS-AGENCIA    TO WCT-AGENCIA
                   MOVE CAS-CONTA      TO WCT-CONTA
                   MOVE CAS-NOSSO-NUMERO TO WCT-NOSSO
               WHEN CAS-DUPLIC-ARQUIVO
                   MOVE 'ARQ '         TO WCA-ROTULO
                   MOVE CAS-ARQ-SEQUENCIA TO WCA-ARQ-SEQUENCIA
                   MOVE ' FONTE '      TO WCA-ROTULO-FONTE
                   MOVE CAS-FONTE      TO WCA-FONTE
               WHEN CAS-ESTORNO-AGENCIA
                   MOVE 'AG '          TO WCC-ROTULO
                   MOVE CAS-AGENCIA    TO WCC-AGENCIA
               WHEN OTHER
                   MOVE 'AG '          TO WCC-ROTULO
                   MOVE CAS-AGENCIA    TO WCC-AGENCIA
                   MOVE CAS-CONTA      TO WCC-CONTA
           END-EVALUATE.
       3300-EDITAR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-FINALIZAR - RESUMO POR TIPO DE ALERTA E TOTAIS DE      *
      *    CONTROLE DO RELSUS.                                         *
      *----------------------------------------------------------------*
       4000-FINALIZAR.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SUS.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'RESUMO POR TIPO DE ALERTA' TO WLT-DESCRICAO.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           WRITE REG-RELSUS FROM WRK-CAB-RESUMO.
      *
           PERFORM 4100-GRAVAR-LINHA-RESUMO
                   THRU 4100-GRAVAR-LINHA-RESUMO-EXIT
                   VARYING WRK-SUB-TIPO FROM 1 BY 1
                   UNTIL WRK-SUB-TIPO > WRK-QTD-TIPOS.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SUS.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'TOTAL DE ALERTAS'     TO WLT-DESCRICAO.
           MOVE ACU-ALERTAS            TO WLT-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           MOVE 'CASOS GRAVADOS NO CASOSUS' TO WLT-DESCRICAO.
           MOVE ACU-GRAVADOS-CASOSUS   TO WLT-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-TOTAL-SUS.
           IF WRK-FS-RELSUS NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSUS         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSUS      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           CLOSE CASOSUS RELSUS.
      *
           DISPLAY 'CBPA2SUS - JANELA ' WRK-DATA-INI-JANELA ' A '
                   WRK-DATA-FIM-JANELA ' - ALERTAS ' ACU-ALERTAS.
       4000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-GRAVAR-LINHA-RESUMO                                    *
      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-RESUMO.
           MOVE WRK-COD-TIPO (WRK-SUB-TIPO)  TO WLR-TIPO.
           MOVE WRK-DESC-TIPO (WRK-SUB-TIPO) TO WLR-DESC-TIPO.
           MOVE TOT-GRUPOS-LIDOS (WRK-SUB-TIPO) TO WLR-GRUPOS.
           MOVE TOT-ALERTAS (WRK-SUB-TIPO)   TO WLR-ALERTAS.
           MOVE TOT-VALOR (WRK-SUB-TIPO)     TO WLR-VALOR.
           WRITE REG-RELSUS FROM WRK-LINHA-RESUMO.
       4100-GRAVAR-LINHA-RESUMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE I/O        *
      *----------------------------------------------------------------*
       8100-ERRO-ARQUIVO.
           DISPLAY WRK-MSG-FS.
           PERFORM 9999-ABEND THRU 9999-ABEND-EXIT.
       8100-ERRO-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8150-ERRO-DB2 - TRATAMENTO PADRAO DE ERRO DB2               *
      *----------------------------------------------------------------*
       8150-ERRO-DB2.
           DISPLAY WRK-MSG-SQL.
           PERFORM 9999-ABEND THRU 9999-ABEND-EXIT.
       8150-ERRO-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-ABEND - FORCA ABEND DO JOB COM O CODIGO PADRAO         *
      *----------------------------------------------------------------*
       9999-ABEND.
           IF WRK-DUMP-BAT = 'S'
               MOVE WRK-ABEND-BAT     TO RETURN-CODE
               CALL 'CBLABEND' USING WRK-ABEND-BAT
           END-IF.
           GOBACK.
       9999-ABEND-EXIT.
           EXIT.
      *
       END PROGRAM CBPA2SUS.

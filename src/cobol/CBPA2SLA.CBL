      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2SLA                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: RELATORIO DE SLA DA JANELA BATCH DA CADEIA     *
      *                CBPA, PARA A REUNIAO DE OPERACAO, SOBRE O      *
      *                HISTORICO DE EXECUCOES (TCOBR_JOB_HIST) QUE    *
      *                CADA PASSO GRAVA NO INICIO E NO FIM VIA        *
      *                CBPA2JOB. SECOES DO RELSLA:                    *
      *                - TENDENCIA MENSAL POR PASSO (PROGRAMA E       *
      *                  PARTICAO): EXECUCOES, TEMPO TOTAL, MEDIO E   *
      *                  MAIOR, VARIACAO DO TEMPO MEDIO SOBRE O MES   *
      *                  ANTERIOR, RESTARTS, CORTES (RC 2) E          *
      *                  EXECUCOES SEM FIM (ABEND);                   *
      *                - TEMPOS DIARIOS DO MES DE REFERENCIA POR      *
      *                  PASSO, COM A VARIACAO DO TEMPO MEDIO DO DIA  *
      *                  SOBRE A MEDIA DO PASSO NO MES;               *
      *                - OCORRENCIAS DO MES (RESTART, CORTE E         *
      *                  EXECUCAO SEM FIM), UMA A UMA;                *
      *                - AUSENCIAS NO CICLO: CADA CICLO COMECA NA     *
      *                  EXECUCAO DO CBPA2SAB (E SUAS PARTICOES) E    *
      *                  DEVE TER, ANTES DO PROXIMO CBPA2SAB, UMA     *
      *                  EXECUCAO CONCLUIDA DE CADA SUCESSOR          *
      *                  (CBPA2CSB SO QUANDO O CBPA2SAB RODOU         *
      *                  PARTICIONADO). OS SUCESSORES DO CICLO DO     *
      *                  ULTIMO DIA SAO PROCURADOS ATE O DIA SEGUINTE *
      *                  (VIRADA DA JANELA), COM O QUE JA ESTIVER     *
      *                  REGISTRADO NA EMISSAO;                       *
      *                - TOTAIS DO MES.                               *
      *                AS EXECUCOES EM MODO SIMULACAO FICAM FORA DE   *
      *                TODAS AS SECOES (SO SAO CONTADAS NOS TOTAIS).  *
      *                PARM: DATA DE REFERENCIA (ZERADA = DATA DO     *
      *                SISTEMA) E QUANTIDADE DE MESES DA TENDENCIA    *
      *                (ZERADA = 6, MAXIMO 24).                       *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2SLA.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    RELATORIO DE SLA DA JANELA BATCH SOBRE O *
      *                       HISTORICO DE EXECUCOES DA CADEIA CBPA:   *
      *                       TENDENCIA MENSAL E DIARIA POR PASSO,     *
      *                       RESTARTS, CORTES E AUSENCIAS NO CICLO    *
      *                       (WCS-39)                                 *
      *    15/10/2026  WCS    SITUACAO DO CBPA2SAB POR PARTICAO NO     *
      *                       CICLO E FECHAMENTO POR DATA OU PARTICAO  *
      *                       REPETIDA (WCS-39 CORRIGIDO)              *
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
           SELECT RELSLA      ASSIGN TO RELSLA
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELSLA.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RELSLA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELSLA                 PIC  X(132).
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
           '* AREA DOS PARAMETROS DO RELATORIO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-EMISSAO            PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-REFERENCIA         PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-INI-MES            PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-INI-TENDENCIA      PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-FIM-CICLO          PIC  9(008)         VALUE ZEROS.
       77  WRK-ANOMES-REFERENCIA       PIC  9(006)         VALUE ZEROS.
       77  WRK-DIAS-CALC               PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-MESES-CALC              PIC S9(007) COMP-3  VALUE ZEROS.
      *
       77  WRK-MESES-TENDENCIA-DEFAULT PIC  9(002)         VALUE 06.
       77  WRK-MESES-TENDENCIA-MAXIMO  PIC  9(002)         VALUE 24.
       77  WRK-MESES-TENDENCIA         PIC  9(002)         VALUE ZEROS.
      *
       01  WRK-ANOMES-AUX              PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-ANOMES-AUX.
           05  WAM-ANO                 PIC  9(004).
           05  WAM-MES                 PIC  9(002).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DOS CURSORES DE TCOBR_JOB_HIST *'.
      *----------------------------------------------------------------*
      *
      *    GRUPO DAS TENDENCIAS (MES OU DIA, PROGRAMA E PARTICAO).
       01  WRK-GRUPO-LIDO.
           05  WRK-GRP-ANOMES          PIC  9(006).
           05  WRK-GRP-DATA            PIC  9(008).
           05  WRK-GRP-PROGRAMA        PIC  X(008).
           05  WRK-GRP-PARTICAO        PIC  9(002).
           05  WRK-GRP-QTD             PIC S9(009) COMP.
           05  WRK-GRP-QTD-FIM         PIC S9(009) COMP.
           05  WRK-GRP-DUR-TOTAL       PIC S9(009) COMP.
           05  WRK-GRP-DUR-MAIOR       PIC S9(009) COMP.
           05  WRK-GRP-RESTARTS        PIC S9(009) COMP.
           05  WRK-GRP-CORTES          PIC S9(009) COMP.
           05  WRK-GRP-SEM-FIM         PIC S9(009) COMP.
           05  WRK-GRP-RC-MAIOR        PIC S9(004) COMP.
      *
      *    EXECUCAO INDIVIDUAL (OCORRENCIAS E CICLOS).
       01  WRK-EXECUCAO-LIDA.
           05  WRK-EXE-DATA-INICIO     PIC  9(008).
           05  WRK-EXE-HORA-INICIO     PIC  9(008).
           05  WRK-EXE-PROGRAMA        PIC  X(008).
           05  WRK-EXE-PARTICAO        PIC  9(002).
           05  WRK-EXE-SEQ-INICIAL     PIC  9(006).
           05  WRK-EXE-SEQ-FINAL       PIC  9(006).
           05  WRK-EXE-DURACAO         PIC S9(009) COMP.
           05  WRK-EXE-COD-RETORNO     PIC S9(004) COMP.
           05  WRK-EXE-IND-RESTART     PIC  X(001).
           05  WRK-EXE-IND-CORTE       PIC  X(001).
           05  WRK-EXE-SITUACAO        PIC  X(001).
      *
       77  WRK-QTD-SIMULACOES          PIC S9(009) COMP    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE QUEBRA E CALCULO DOS TEMPOS *'.
      *----------------------------------------------------------------*
      *
       77  WRK-PROGRAMA-ANT            PIC  X(008)         VALUE SPACES.
       77  WRK-PARTICAO-ANT            PIC  9(002)         VALUE ZEROS.
       77  WRK-DATA-ANT                PIC  9(008)         VALUE ZEROS.
       77  WRK-MEDIA-ANT               PIC S9(009) COMP-3  VALUE ZEROS.
      *
       77  WRK-MEDIA-CALC              PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-MEDIA-BASE              PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-PCT-VARIACAO            PIC S9(009)V9 COMP-3
                                                           VALUE ZEROS.
       77  WRK-PCT-MAXIMO              PIC S9(005)V9 COMP-3
                                                         VALUE 99999,9.
       77  WRK-SEGUNDOS-CALC           PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-HORAS-CALC              PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-MINUTOS-CALC            PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-RESTO-CALC              PIC S9(009) COMP-3  VALUE ZEROS.
      *
      *    TOTAIS DO DIA NA SECAO DIARIA.
       01  WRK-TOTAL-DIA.
           05  TDI-QTD                 PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-QTD-FIM             PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-DUR-TOTAL           PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-DUR-MAIOR           PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-RESTARTS            PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-CORTES              PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-SEM-FIM             PIC  9(009) COMP-3  VALUE ZEROS.
           05  TDI-RC-MAIOR            PIC S9(004) COMP    VALUE ZEROS.
      *
      *    TEMPO MEDIO DE CADA PASSO NO MES DE REFERENCIA, BASE DA
      *    VARIACAO NA SECAO DIARIA.
       77  WRK-QTD-TAB-PASSO           PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-TAB-PASSO           PIC  9(003) COMP    VALUE 100.
       77  WRK-IDX-PASSO               PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IDX-ACHOU               PIC  9(003) COMP    VALUE ZEROS.
      *
       01  WRK-TAB-MEDIA-PASSO.
           05  WRK-MEDIA-PASSO         OCCURS 100 TIMES.
               10  TMP-PROGRAMA        PIC  X(008).
               10  TMP-PARTICAO        PIC  9(002).
               10  TMP-MEDIA           PIC S9(009) COMP-3.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE CONTROLE DO CICLO DA CADEIA *'.
      *----------------------------------------------------------------*
      *
       77  WRK-PGM-CBPA2SAB            PIC  X(008)         VALUE
           'CBPA2SAB'.
      *
      *    SUCESSORES ESPERADOS APOS O CBPA2SAB. 'S' = SO QUANDO O
      *    CBPA2SAB RODOU PARTICIONADO (CONSOLIDACAO DAS PARTICOES).
       01  WRK-TAB-SUCESSOR-VAL.
           05  FILLER                  PIC  X(009)         VALUE
               'CBPA2CSBS'.
           05  FILLER                  PIC  X(009)         VALUE
               'CBPA2RECN'.
           05  FILLER                  PIC  X(009)         VALUE
               'CBPA2RSBN'.
           05  FILLER                  PIC  X(009)         VALUE
               'CBPA2CRBN'.
           05  FILLER                  PIC  X(009)         VALUE
               'CBPA2EXCN'.
       01  FILLER                      REDEFINES WRK-TAB-SUCESSOR-VAL.
           05  WRK-SUCESSOR            OCCURS 5 TIMES.
               10  WRK-SUC-PROGRAMA    PIC  X(008).
               10  WRK-SUC-SO-PARTIC   PIC  X(001).
      *
       01  WRK-TAB-SUC-PRESENTE.
           05  WRK-SUC-PRESENTE        PIC  X(001)
                                       OCCURS 5 TIMES.
      *
       77  WRK-QTD-SUCESSORES          PIC  9(002) COMP    VALUE 5.
       77  WRK-IDX-SUC                 PIC  9(002) COMP    VALUE ZEROS.
      *
       77  WRK-FASE-CICLO              PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-CICLO                               VALUE 'N'.
           88  WRK-CICLO-FASE-SAB                          VALUE 'S'.
           88  WRK-CICLO-FASE-SUCESSOR                     VALUE 'P'.
       77  WRK-CIC-PARTICIONADO        PIC  X(001)         VALUE 'N'.
           88  WRK-CIC-PARTICIONADO-SIM                    VALUE 'S'.
           88  WRK-CIC-PARTICIONADO-NAO                    VALUE 'N'.
       77  WRK-CIC-DATA                PIC  9(008)         VALUE ZEROS.
       77  WRK-CIC-HORA                PIC  9(008)         VALUE ZEROS.
      *
      *    SITUACAO DO CBPA2SAB NO CICLO POR PARTICAO (OCORRENCIA =
      *    PARTICAO + 1; A OCORRENCIA 1 E A EXECUCAO SEM PARTICAO).
       01  WRK-TAB-CIC-PARTICAO.
           05  WRK-CIC-PARTICAO        OCCURS 100 TIMES.
               10  WRK-CIC-PART-VISTA  PIC  X(001).
               10  WRK-CIC-PART-SITUACAO
                                       PIC  X(001).
      *
       77  WRK-IDX-PART                PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-PARTICOES           PIC  9(003) COMP    VALUE 100.
       77  WRK-CIC-SAB-SEM-FIM         PIC  X(001)         VALUE 'N'.
           88  WRK-CIC-SAB-SEM-FIM-SIM                     VALUE 'S'.
           88  WRK-CIC-SAB-SEM-FIM-NAO                     VALUE 'N'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-EXECUCOES           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-RESTARTS            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CORTES              PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SEM-FIM             PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-OCORRENCIAS         PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CICLOS              PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CICLOS-SAB-SEM-FIM  PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-AUSENCIAS           PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA O RELATORIO (RELSLA) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-MENSAL.
           05  FILLER                  PIC  X(013)         VALUE
               'PASSO'.
           05  FILLER                  PIC  X(009)         VALUE
               'MES'.
           05  FILLER                  PIC  X(008)         VALUE
               '  EXEC. '.
           05  FILLER                  PIC  X(008)         VALUE
               'CONCLUI.'.
           05  FILLER                  PIC  X(011)         VALUE
               'TEMPO TOTAL'.
           05  FILLER                  PIC  X(011)         VALUE
               ' TEMPO MED.'.
           05  FILLER                  PIC  X(011)         VALUE
               'MAIOR TEMPO'.
           05  FILLER                  PIC  X(010)         VALUE
               'VAR.MES % '.
           05  FILLER                  PIC  X(008)         VALUE
               'RESTART '.
           05  FILLER                  PIC  X(008)         VALUE
               '  CORTES'.
           05  FILLER                  PIC  X(035)         VALUE
               ' SEM FIM'.
      *
       01  WRK-LINHA-MENSAL.
           05  WLM-PASSO               PIC  X(011).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-MES                 PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-EXECUCOES           PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-CONCLUIDAS          PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-TEMPO-TOTAL         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-TEMPO-MEDIO         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-TEMPO-MAIOR         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-VARIACAO            PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-RESTARTS            PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-CORTES              PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLM-SEM-FIM             PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(029)         VALUE SPACES.
      *
       01  WRK-CAB-DIARIO.
           05  FILLER                  PIC  X(012)         VALUE
               'DATA'.
           05  FILLER                  PIC  X(013)         VALUE
               'PASSO'.
           05  FILLER                  PIC  X(008)         VALUE
               '  EXEC. '.
           05  FILLER                  PIC  X(008)         VALUE
               'CONCLUI.'.
           05  FILLER                  PIC  X(011)         VALUE
               'TEMPO TOTAL'.
           05  FILLER                  PIC  X(011)         VALUE
               ' TEMPO MED.'.
           05  FILLER                  PIC  X(011)         VALUE
               'MAIOR TEMPO'.
           05  FILLER                  PIC  X(010)         VALUE
               'VAR.MED % '.
           05  FILLER                  PIC  X(008)         VALUE
               'RESTART '.
           05  FILLER                  PIC  X(008)         VALUE
               '  CORTES'.
           05  FILLER                  PIC  X(008)         VALUE
               ' SEM FIM'.
           05  FILLER                  PIC  X(024)         VALUE
               '  MAIOR RC'.
      *
       01  WRK-LINHA-DIARIA.
           05  WLD-DATA                PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-PASSO               PIC  X(011).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-EXECUCOES           PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-CONCLUIDAS          PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-TEMPO-TOTAL         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-TEMPO-MEDIO         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-TEMPO-MAIOR         PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-VARIACAO            PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-RESTARTS            PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-CORTES              PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-SEM-FIM             PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLD-RC-MAIOR            PIC  ZZZ9.
           05  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  WRK-CAB-OCORRENCIA.
           05  FILLER                  PIC  X(012)         VALUE
               'DATA'.
           05  FILLER                  PIC  X(010)         VALUE
               'INICIO'.
           05  FILLER                  PIC  X(013)         VALUE
               'PASSO'.
           05  FILLER                  PIC  X(009)         VALUE
               'RESTART'.
           05  FILLER                  PIC  X(007)         VALUE
               'CORTE'.
           05  FILLER                  PIC  X(009)         VALUE
               'SEM FIM'.
           05  FILLER                  PIC  X(015)         VALUE
               'SEQ. ARQ. REDE'.
           05  FILLER                  PIC  X(011)         VALUE
               '  DURACAO'.
           05  FILLER                  PIC  X(046)         VALUE
               '  RC'.
      *
       01  WRK-LINHA-OCORRENCIA.
           05  WLO-DATA                PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-HORA                PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-PASSO               PIC  X(011).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-RESTART             PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-CORTE               PIC  X(005).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-SEM-FIM             PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-SEQ-INICIAL         PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  WLO-SEQ-FINAL           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-DURACAO             PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-RC                  PIC  ZZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.
      *
       01  WRK-CAB-AUSENCIA.
           05  FILLER                  PIC  X(022)         VALUE
               'INICIO DO CICLO'.
           05  FILLER                  PIC  X(013)         VALUE
               'PASSO'.
           05  FILLER                  PIC  X(097)         VALUE
               'OCORRENCIA'.
      *
       01  WRK-LINHA-AUSENCIA.
           05  WLA-DATA                PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLA-HORA                PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLA-PASSO               PIC  X(011).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLA-MOTIVO              PIC  X(050).
           05  FILLER                  PIC  X(047)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-SLA.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
      *    CAMPOS DE EDICAO COMUNS AS SECOES.
       01  WRK-DATA-AUX                PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-AUX.
           05  WDA-ANO                 PIC  9(004).
           05  WDA-MES                 PIC  9(002).
           05  WDA-DIA                 PIC  9(002).
      *
       01  WRK-DATA-ED.
           05  WDE-DIA                 PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WDE-MES                 PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WDE-ANO                 PIC  9(004).
      *
       01  WRK-MES-ED.
           05  WME-MES                 PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WME-ANO                 PIC  9(004).
      *
       01  WRK-HORA-AUX                PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-AUX.
           05  WHA-HORA                PIC  9(002).
           05  WHA-MINUTO              PIC  9(002).
           05  WHA-SEGUNDO             PIC  9(002).
           05  WHA-CENTESIMO           PIC  9(002).
      *
       01  WRK-HORA-ED.
           05  WHE-HORA                PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ':'.
           05  WHE-MINUTO              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ':'.
           05  WHE-SEGUNDO             PIC  9(002).
      *
       01  WRK-DURACAO-ED.
           05  WDU-HORAS               PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE ':'.
           05  WDU-MINUTOS             PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ':'.
           05  WDU-SEGUNDOS            PIC  9(002).
      *
       77  WRK-PASSO-PROGRAMA          PIC  X(008)         VALUE SPACES.
       77  WRK-PASSO-PARTICAO          PIC  9(002)         VALUE ZEROS.
       01  WRK-PASSO-ED                PIC  X(011)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-PASSO-ED.
           05  WPE-PROGRAMA            PIC  X(008).
           05  WPE-BARRA               PIC  X(001).
           05  WPE-PARTICAO            PIC  9(002).
      *
       77  WRK-VARIACAO-ED             PIC  -----9,9.
       77  WRK-VARIACAO-X              PIC  X(008)         VALUE SPACES.
       77  WRK-TITULO-SECAO            PIC  X(045)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA VARIAVEIS AUXILIARES *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DUMP-BAT                PIC  X(001)    VALUE 'S'.
       77  WRK-ABEND-BAT               PIC S9(004) COMP VALUE +1111.
      *
       77  WRK-RELSLA                  PIC  X(008)         VALUE
           'RELSLA'.
      *
       77  WRK-FIM-CURSOR              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-CURSOR-SIM                          VALUE 'S'.
           88  WRK-FIM-CURSOR-NAO                          VALUE 'N'.
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
       77  WRK-FS-RELSLA               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *    TENDENCIA MENSAL POR PASSO. O TEMPO MEDIO E CALCULADO SO
      *    SOBRE AS EXECUCOES CONCLUIDAS (SITUACAO 'F').
           EXEC SQL
               DECLARE CMENSAL CURSOR FOR
                   SELECT PROGRAMA, PARTICAO,
                          INTEGER(DATA_INICIO / 100),
                          COUNT(*),
                          SUM(CASE WHEN SITUACAO = 'F'
                                   THEN 1 ELSE 0 END),
                          SUM(DURACAO_SEGUNDOS),
                          MAX(DURACAO_SEGUNDOS),
                          SUM(CASE WHEN IND_RESTART = 'S'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN IND_CORTE = 'S'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN SITUACAO = 'I'
                                   THEN 1 ELSE 0 END)
                     FROM CBPA.TCOBR_JOB_HIST
                    WHERE DATA_INICIO
                                     BETWEEN :WRK-DATA-INI-TENDENCIA
                                         AND :WRK-DATA-REFERENCIA
                      AND IND_SIMULACAO = 'N'
                    GROUP BY PROGRAMA, PARTICAO,
                          INTEGER(DATA_INICIO / 100)
                    ORDER BY 1, 2, 3
           END-EXEC.
      *
      *    TEMPOS DIARIOS DO MES DE REFERENCIA POR PASSO.
           EXEC SQL
               DECLARE CDIARIO CURSOR FOR
                   SELECT DATA_INICIO, PROGRAMA, PARTICAO,
                          COUNT(*),
                          SUM(CASE WHEN SITUACAO = 'F'
                                   THEN 1 ELSE 0 END),
                          SUM(DURACAO_SEGUNDOS),
                          MAX(DURACAO_SEGUNDOS),
                          SUM(CASE WHEN IND_RESTART = 'S'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN IND_CORTE = 'S'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN SITUACAO = 'I'
                                   THEN 1 ELSE 0 END),
                          MAX(COD_RETORNO)
                     FROM CBPA.TCOBR_JOB_HIST
                    WHERE DATA_INICIO
                                     BETWEEN :WRK-DATA-INI-MES
                                         AND :WRK-DATA-REFERENCIA
                      AND IND_SIMULACAO = 'N'
                    GROUP BY DATA_INICIO, PROGRAMA, PARTICAO
                    ORDER BY 1, 2, 3
           END-EXEC.
      *
      *    EXECUCOES DO MES COM RESTART, CORTE OU SEM FIM REGISTRADO.
           EXEC SQL
               DECLARE COCORR CURSOR FOR
                   SELECT DATA_INICIO, HORA_INICIO, PROGRAMA,
                          PARTICAO, SEQ_ARQ_INICIAL, SEQ_ARQ_FINAL,
                          DURACAO_SEGUNDOS, COD_RETORNO,
                          IND_RESTART, IND_CORTE, SITUACAO
                     FROM CBPA.TCOBR_JOB_HIST
                    WHERE DATA_INICIO
                                     BETWEEN :WRK-DATA-INI-MES
                                         AND :WRK-DATA-REFERENCIA
                      AND IND_SIMULACAO = 'N'
                      AND (IND_RESTART = 'S'
                       OR  IND_CORTE   = 'S'
                       OR  SITUACAO    = 'I')
                    ORDER BY DATA_INICIO, HORA_INICIO
           END-EXEC.
      *
      *    TODAS AS EXECUCOES DO MES NA ORDEM CRONOLOGICA, ATE O DIA
      *    SEGUINTE A REFERENCIA, PARA A MONTAGEM DOS CICLOS.
           EXEC SQL
               DECLARE CCICLO CURSOR FOR
                   SELECT DATA_INICIO, HORA_INICIO, PROGRAMA,
                          PARTICAO, SEQ_ARQ_INICIAL, SEQ_ARQ_FINAL,
                          DURACAO_SEGUNDOS, COD_RETORNO,
                          IND_RESTART, IND_CORTE, SITUACAO
                     FROM CBPA.TCOBR_JOB_HIST
                    WHERE DATA_INICIO
                                     BETWEEN :WRK-DATA-INI-MES
                                         AND :WRK-DATA-FIM-CICLO
                      AND IND_SIMULACAO = 'N'
                    ORDER BY DATA_INICIO, HORA_INICIO
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  WRK-PARM-ENTRADA.
           05  WRK-PARM-TAM            PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DATA-REFERENCIA PIC 9(008).
               10  WRK-PARM-MESES-TENDENCIA PIC 9(002).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - EMITE AS SECOES DO RELSLA NA ORDEM DA       *
      *    PAUTA DA REUNIAO DE OPERACAO.                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           PERFORM 2000-TENDENCIA-MENSAL
                   THRU 2000-TENDENCIA-MENSAL-EXIT.
      *
           PERFORM 3000-TEMPOS-DIARIOS
                   THRU 3000-TEMPOS-DIARIOS-EXIT.
      *
           PERFORM 4000-OCORRENCIAS
                   THRU 4000-OCORRENCIAS-EXIT.
      *
           PERFORM 5000-AUSENCIAS-CICLO
                   THRU 5000-AUSENCIAS-CICLO-EXIT.
      *
           PERFORM 6000-FINALIZAR
                   THRU 6000-FINALIZAR-EXIT.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PARAMETROS, PERIODOS, ABERTURA DO RELSLA *
      *    E CABECALHO COM AS DATAS USADAS.                            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1050-LER-PARAMETROS
                   THRU 1050-LER-PARAMETROS-EXIT.
      *
           OPEN OUTPUT RELSLA.
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SLA.
           MOVE '***  CBPA2SLA - SLA DA JANELA BATCH CBPA  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'DATA DE REFERENCIA'   TO WLT-DESCRICAO.
           MOVE WRK-DATA-REFERENCIA    TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLT-DESCRICAO (36:10).
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'TENDENCIA MENSAL A PARTIR DE' TO WLT-DESCRICAO.
           MOVE WRK-DATA-INI-TENDENCIA TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLT-DESCRICAO (36:10).
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'DATA DE EMISSAO'      TO WLT-DESCRICAO.
           MOVE WRK-DATA-EMISSAO       TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLT-DESCRICAO (36:10).
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1050-LER-PARAMETROS - PARM ZERADO OU AUSENTE = PADRAO. O    *
      *    INICIO DA TENDENCIA E O PRIMEIRO DIA DO MES QUE FICA N-1    *
      *    MESES ANTES DO MES DE REFERENCIA.                           *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS.
           ACCEPT WRK-DATA-EMISSAO     FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EMISSAO       TO WRK-DATA-REFERENCIA.
           MOVE WRK-MESES-TENDENCIA-DEFAULT TO WRK-MESES-TENDENCIA.
      *
           IF WRK-PARM-TAM > ZEROS
               IF WRK-PARM-DATA-REFERENCIA > ZEROS
                   MOVE WRK-PARM-DATA-REFERENCIA
                                       TO WRK-DATA-REFERENCIA
               END-IF
               IF WRK-PARM-MESES-TENDENCIA > ZEROS
                   MOVE WRK-PARM-MESES-TENDENCIA
                                       TO WRK-MESES-TENDENCIA
               END-IF
           END-IF.
      *
           IF WRK-MESES-TENDENCIA > WRK-MESES-TENDENCIA-MAXIMO
               DISPLAY 'QUANTIDADE DE MESES DA TENDENCIA INVALIDA NO '
                       'PARM - ' WRK-MESES-TENDENCIA
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           COMPUTE WRK-ANOMES-REFERENCIA = WRK-DATA-REFERENCIA / 100.
           COMPUTE WRK-DATA-INI-MES = WRK-ANOMES-REFERENCIA * 100 + 1.
      *
           MOVE WRK-ANOMES-REFERENCIA  TO WRK-ANOMES-AUX.
           COMPUTE WRK-MESES-CALC =
                   WAM-ANO * 12 + WAM-MES - WRK-MESES-TENDENCIA.
           DIVIDE WRK-MESES-CALC BY 12 GIVING WAM-ANO
                                       REMAINDER WRK-RESTO-CALC.
           COMPUTE WAM-MES = WRK-RESTO-CALC + 1.
           COMPUTE WRK-DATA-INI-TENDENCIA = WRK-ANOMES-AUX * 100 + 1.
      *
           COMPUTE WRK-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-REFERENCIA) + 1.
           COMPUTE WRK-DATA-FIM-CICLO =
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC).
       1050-LER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-TENDENCIA-MENSAL - UMA LINHA POR PASSO E MES. GUARDA O *
      *    TEMPO MEDIO DO MES DE REFERENCIA DE CADA PASSO PARA A SECAO *
      *    DIARIA.                                                     *
      *----------------------------------------------------------------*
       2000-TENDENCIA-MENSAL.
           MOVE 'TENDENCIA MENSAL POR PASSO' TO WRK-TITULO-SECAO.
           PERFORM 7500-TITULO-SECAO THRU 7500-TITULO-SECAO-EXIT.
           WRITE REG-RELSLA FROM WRK-CAB-MENSAL.
      *
           EXEC SQL
               OPEN CMENSAL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-PROGRAMA-ANT.
           MOVE ZEROS                  TO WRK-PARTICAO-ANT.
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 2100-LER-MENSAL
                   THRU 2100-LER-MENSAL-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE CMENSAL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       2000-TENDENCIA-MENSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LER-MENSAL - NA TROCA DE PASSO A VARIACAO RECOMECA SEM *
      *    BASE.                                                       *
      *----------------------------------------------------------------*
       2100-LER-MENSAL.
           EXEC SQL
               FETCH CMENSAL
                INTO :WRK-GRP-PROGRAMA,
                     :WRK-GRP-PARTICAO,
                     :WRK-GRP-ANOMES,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-FIM,
                     :WRK-GRP-DUR-TOTAL,
                     :WRK-GRP-DUR-MAIOR,
                     :WRK-GRP-RESTARTS,
                     :WRK-GRP-CORTES,
                     :WRK-GRP-SEM-FIM
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 2100-LER-MENSAL-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-GRP-PROGRAMA NOT = WRK-PROGRAMA-ANT
           OR WRK-GRP-PARTICAO NOT = WRK-PARTICAO-ANT
               IF WRK-PROGRAMA-ANT NOT = SPACES
                   MOVE SPACES         TO REG-RELSLA
                   WRITE REG-RELSLA
               END-IF
               MOVE WRK-GRP-PROGRAMA   TO WRK-PROGRAMA-ANT
               MOVE WRK-GRP-PARTICAO   TO WRK-PARTICAO-ANT
               MOVE ZEROS              TO WRK-MEDIA-ANT
           END-IF.
      *
           MOVE ZEROS                  TO WRK-MEDIA-CALC.
           IF WRK-GRP-QTD-FIM > ZEROS
               COMPUTE WRK-MEDIA-CALC =
                       WRK-GRP-DUR-TOTAL / WRK-GRP-QTD-FIM
           END-IF.
      *
           MOVE WRK-GRP-PROGRAMA       TO WRK-PASSO-PROGRAMA.
           MOVE WRK-GRP-PARTICAO       TO WRK-PASSO-PARTICAO.
           PERFORM 7300-EDITAR-PASSO THRU 7300-EDITAR-PASSO-EXIT.
           MOVE WRK-PASSO-ED           TO WLM-PASSO.
           MOVE WRK-GRP-ANOMES         TO WRK-ANOMES-AUX.
           MOVE WAM-MES                TO WME-MES.
           MOVE WAM-ANO                TO WME-ANO.
           MOVE WRK-MES-ED             TO WLM-MES.
           MOVE WRK-GRP-QTD            TO WLM-EXECUCOES.
           MOVE WRK-GRP-QTD-FIM        TO WLM-CONCLUIDAS.
           MOVE WRK-GRP-DUR-TOTAL      TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLM-TEMPO-TOTAL.
           MOVE WRK-MEDIA-CALC         TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLM-TEMPO-MEDIO.
           MOVE WRK-GRP-DUR-MAIOR      TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLM-TEMPO-MAIOR.
           MOVE WRK-MEDIA-ANT          TO WRK-MEDIA-BASE.
           PERFORM 7400-EDITAR-VARIACAO THRU 7400-EDITAR-VARIACAO-EXIT.
           MOVE WRK-VARIACAO-X         TO WLM-VARIACAO.
           MOVE WRK-GRP-RESTARTS       TO WLM-RESTARTS.
           MOVE WRK-GRP-CORTES         TO WLM-CORTES.
           MOVE WRK-GRP-SEM-FIM        TO WLM-SEM-FIM.
           WRITE REG-RELSLA FROM WRK-LINHA-MENSAL.
      *
           IF WRK-GRP-ANOMES = WRK-ANOMES-REFERENCIA
               PERFORM 2150-GUARDAR-MEDIA-MES
                       THRU 2150-GUARDAR-MEDIA-MES-EXIT
           END-IF.
           MOVE WRK-MEDIA-CALC         TO WRK-MEDIA-ANT.
       2100-LER-MENSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2150-GUARDAR-MEDIA-MES                                      *
      *----------------------------------------------------------------*
       2150-GUARDAR-MEDIA-MES.
           IF WRK-QTD-TAB-PASSO NOT < WRK-MAX-TAB-PASSO
               DISPLAY 'TABELA DE PASSOS DO MES ESGOTADA - LIMITE '
                       WRK-MAX-TAB-PASSO
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           ADD 1                       TO WRK-QTD-TAB-PASSO.
           MOVE WRK-GRP-PROGRAMA       TO
                                    TMP-PROGRAMA (WRK-QTD-TAB-PASSO).
           MOVE WRK-GRP-PARTICAO       TO
                                    TMP-PARTICAO (WRK-QTD-TAB-PASSO).
           MOVE WRK-MEDIA-CALC         TO TMP-MEDIA (WRK-QTD-TAB-PASSO).
       2150-GUARDAR-MEDIA-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-TEMPOS-DIARIOS - UMA LINHA POR DIA E PASSO DO MES DE   *
      *    REFERENCIA, COM A SOMA DO DIA NA QUEBRA DE DATA.            *
      *----------------------------------------------------------------*
       3000-TEMPOS-DIARIOS.
           MOVE 'TEMPOS DIARIOS DO MES DE REFERENCIA'
                                       TO WRK-TITULO-SECAO.
           PERFORM 7500-TITULO-SECAO THRU 7500-TITULO-SECAO-EXIT.
           WRITE REG-RELSLA FROM WRK-CAB-DIARIO.
      *
           EXEC SQL
               OPEN CDIARIO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           MOVE ZEROS                  TO WRK-DATA-ANT.
           INITIALIZE WRK-TOTAL-DIA.
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 3100-LER-DIARIO
                   THRU 3100-LER-DIARIO-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           IF WRK-DATA-ANT > ZEROS
               PERFORM 3200-TOTALIZAR-DIA
                       THRU 3200-TOTALIZAR-DIA-EXIT
           END-IF.
      *
           EXEC SQL
               CLOSE CDIARIO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       3000-TEMPOS-DIARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-LER-DIARIO - A VARIACAO E DO TEMPO MEDIO DO DIA SOBRE  *
      *    O TEMPO MEDIO DO PASSO NO MES (2150-GUARDAR-MEDIA-MES).     *
      *----------------------------------------------------------------*
       3100-LER-DIARIO.
           EXEC SQL
               FETCH CDIARIO
                INTO :WRK-GRP-DATA,
                     :WRK-GRP-PROGRAMA,
                     :WRK-GRP-PARTICAO,
                     :WRK-GRP-QTD,
                     :WRK-GRP-QTD-FIM,
                     :WRK-GRP-DUR-TOTAL,
                     :WRK-GRP-DUR-MAIOR,
                     :WRK-GRP-RESTARTS,
                     :WRK-GRP-CORTES,
                     :WRK-GRP-SEM-FIM,
                     :WRK-GRP-RC-MAIOR
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 3100-LER-DIARIO-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-GRP-DATA NOT = WRK-DATA-ANT
               IF WRK-DATA-ANT > ZEROS
                   PERFORM 3200-TOTALIZAR-DIA
                           THRU 3200-TOTALIZAR-DIA-EXIT
               END-IF
               MOVE WRK-GRP-DATA       TO WRK-DATA-ANT
           END-IF.
      *
           ADD WRK-GRP-QTD             TO TDI-QTD
                                          ACU-EXECUCOES.
           ADD WRK-GRP-QTD-FIM         TO TDI-QTD-FIM.
           ADD WRK-GRP-DUR-TOTAL       TO TDI-DUR-TOTAL.
           ADD WRK-GRP-RESTARTS        TO TDI-RESTARTS
                                          ACU-RESTARTS.
           ADD WRK-GRP-CORTES          TO TDI-CORTES
                                          ACU-CORTES.
           ADD WRK-GRP-SEM-FIM         TO TDI-SEM-FIM
                                          ACU-SEM-FIM.
           IF WRK-GRP-DUR-MAIOR > TDI-DUR-MAIOR
               MOVE WRK-GRP-DUR-MAIOR  TO TDI-DUR-MAIOR
           END-IF.
           IF WRK-GRP-RC-MAIOR > TDI-RC-MAIOR
               MOVE WRK-GRP-RC-MAIOR   TO TDI-RC-MAIOR
           END-IF.
      *
           MOVE ZEROS                  TO WRK-MEDIA-CALC.
           IF WRK-GRP-QTD-FIM > ZEROS
               COMPUTE WRK-MEDIA-CALC =
                       WRK-GRP-DUR-TOTAL / WRK-GRP-QTD-FIM
           END-IF.
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU.
           PERFORM 3150-LOCALIZAR-PASSO
                   THRU 3150-LOCALIZAR-PASSO-EXIT
                   VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-TAB-PASSO
                      OR WRK-IDX-ACHOU > ZEROS.
           MOVE ZEROS                  TO WRK-MEDIA-BASE.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE TMP-MEDIA (WRK-IDX-ACHOU) TO WRK-MEDIA-BASE
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-DIARIA.
           MOVE WRK-GRP-DATA           TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLD-DATA.
           MOVE WRK-GRP-PROGRAMA       TO WRK-PASSO-PROGRAMA.
           MOVE WRK-GRP-PARTICAO       TO WRK-PASSO-PARTICAO.
           PERFORM 7300-EDITAR-PASSO THRU 7300-EDITAR-PASSO-EXIT.
           MOVE WRK-PASSO-ED           TO WLD-PASSO.
           MOVE WRK-GRP-QTD            TO WLD-EXECUCOES.
           MOVE WRK-GRP-QTD-FIM        TO WLD-CONCLUIDAS.
           MOVE WRK-GRP-DUR-TOTAL      TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLD-TEMPO-TOTAL.
           MOVE WRK-MEDIA-CALC         TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLD-TEMPO-MEDIO.
           MOVE WRK-GRP-DUR-MAIOR      TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLD-TEMPO-MAIOR.
           PERFORM 7400-EDITAR-VARIACAO THRU 7400-EDITAR-VARIACAO-EXIT.
           MOVE WRK-VARIACAO-X         TO WLD-VARIACAO.
           MOVE WRK-GRP-RESTARTS       TO WLD-RESTARTS.
           MOVE WRK-GRP-CORTES         TO WLD-CORTES.
           MOVE WRK-GRP-SEM-FIM        TO WLD-SEM-FIM.
           MOVE WRK-GRP-RC-MAIOR       TO WLD-RC-MAIOR.
           WRITE REG-RELSLA FROM WRK-LINHA-DIARIA.
       3100-LER-DIARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3150-LOCALIZAR-PASSO                                        *
      *----------------------------------------------------------------*
       3150-LOCALIZAR-PASSO.
           IF TMP-PROGRAMA (WRK-IDX-PASSO) = WRK-GRP-PROGRAMA
           AND TMP-PARTICAO (WRK-IDX-PASSO) = WRK-GRP-PARTICAO
               MOVE WRK-IDX-PASSO      TO WRK-IDX-ACHOU
           END-IF.
       3150-LOCALIZAR-PASSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-TOTALIZAR-DIA - SOMA DOS TEMPOS DOS PASSOS DO DIA (COM *
      *    PARTICOES EM PARALELO A SOMA PASSA DA DURACAO DA JANELA).   *
      *----------------------------------------------------------------*
       3200-TOTALIZAR-DIA.
           MOVE SPACES                 TO WRK-LINHA-DIARIA.
           MOVE 'SOMA DO DIA'          TO WLD-PASSO.
           MOVE TDI-QTD                TO WLD-EXECUCOES.
           MOVE TDI-QTD-FIM            TO WLD-CONCLUIDAS.
           MOVE TDI-DUR-TOTAL          TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLD-TEMPO-TOTAL.
           MOVE TDI-DUR-MAIOR          TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLD-TEMPO-MAIOR.
           MOVE TDI-RESTARTS           TO WLD-RESTARTS.
           MOVE TDI-CORTES             TO WLD-CORTES.
           MOVE TDI-SEM-FIM            TO WLD-SEM-FIM.
           MOVE TDI-RC-MAIOR           TO WLD-RC-MAIOR.
           WRITE REG-RELSLA FROM WRK-LINHA-DIARIA.
           MOVE SPACES                 TO REG-RELSLA.
           WRITE REG-RELSLA.
      *
           INITIALIZE WRK-TOTAL-DIA.
       3200-TOTALIZAR-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-OCORRENCIAS - RESTARTS, CORTES E EXECUCOES SEM FIM DO  *
      *    MES, NA ORDEM EM QUE ACONTECERAM.                           *
      *----------------------------------------------------------------*
       4000-OCORRENCIAS.
           MOVE 'RESTARTS, CORTES E EXECUCOES SEM FIM NO MES'
                                       TO WRK-TITULO-SECAO.
           PERFORM 7500-TITULO-SECAO THRU 7500-TITULO-SECAO-EXIT.
           WRITE REG-RELSLA FROM WRK-CAB-OCORRENCIA.
      *
           EXEC SQL
               OPEN COCORR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 4100-LER-OCORRENCIA
                   THRU 4100-LER-OCORRENCIA-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           EXEC SQL
               CLOSE COCORR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF ACU-OCORRENCIAS = ZEROS
               MOVE SPACES             TO WRK-LINHA-TOTAL-SLA
               MOVE 'NENHUMA OCORRENCIA NO MES' TO WLT-DESCRICAO
               WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA
           END-IF.
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4000-OCORRENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-LER-OCORRENCIA                                         *
      *----------------------------------------------------------------*
       4100-LER-OCORRENCIA.
           EXEC SQL
               FETCH COCORR
                INTO :WRK-EXE-DATA-INICIO,
                     :WRK-EXE-HORA-INICIO,
                     :WRK-EXE-PROGRAMA,
                     :WRK-EXE-PARTICAO,
                     :WRK-EXE-SEQ-INICIAL,
                     :WRK-EXE-SEQ-FINAL,
                     :WRK-EXE-DURACAO,
                     :WRK-EXE-COD-RETORNO,
                     :WRK-EXE-IND-RESTART,
                     :WRK-EXE-IND-CORTE,
                     :WRK-EXE-SITUACAO
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 4100-LER-OCORRENCIA-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-OCORRENCIAS.
           MOVE SPACES                 TO WLO-RESTART
                                          WLO-CORTE
                                          WLO-SEM-FIM.
           MOVE WRK-EXE-DATA-INICIO    TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLO-DATA.
           MOVE WRK-EXE-HORA-INICIO    TO WRK-HORA-AUX.
           PERFORM 7200-EDITAR-HORA THRU 7200-EDITAR-HORA-EXIT.
           MOVE WRK-HORA-ED            TO WLO-HORA.
           MOVE WRK-EXE-PROGRAMA       TO WRK-PASSO-PROGRAMA.
           MOVE WRK-EXE-PARTICAO       TO WRK-PASSO-PARTICAO.
           PERFORM 7300-EDITAR-PASSO THRU 7300-EDITAR-PASSO-EXIT.
           MOVE WRK-PASSO-ED           TO WLO-PASSO.
           IF WRK-EXE-IND-RESTART = 'S'
               MOVE 'RESTART'          TO WLO-RESTART
           END-IF.
           IF WRK-EXE-IND-CORTE = 'S'
               MOVE 'CORTE'            TO WLO-CORTE
           END-IF.
           IF WRK-EXE-SITUACAO = 'I'
               MOVE 'SEM FIM'          TO WLO-SEM-FIM
           END-IF.
           MOVE WRK-EXE-SEQ-INICIAL    TO WLO-SEQ-INICIAL.
           MOVE WRK-EXE-SEQ-FINAL      TO WLO-SEQ-FINAL.
           MOVE WRK-EXE-DURACAO        TO WRK-SEGUNDOS-CALC.
           PERFORM 7000-EDITAR-DURACAO THRU 7000-EDITAR-DURACAO-EXIT.
           MOVE WRK-DURACAO-ED         TO WLO-DURACAO.
           MOVE WRK-EXE-COD-RETORNO    TO WLO-RC.
           WRITE REG-RELSLA FROM WRK-LINHA-OCORRENCIA.
       4100-LER-OCORRENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-AUSENCIAS-CICLO - PERCORRE AS EXECUCOES DO MES EM      *
      *    ORDEM CRONOLOGICA. O CBPA2SAB (UMA OU MAIS EXECUCOES        *
      *    SEGUIDAS, PARTICOES E RESTARTS) ABRE O CICLO; O PRIMEIRO    *
      *    CBPA2SAB DEPOIS DE ALGUM SUCESSOR FECHA O CICLO ANTERIOR.   *
      *    TAMBEM FECHA O CICLO O CBPA2SAB DE DATA POSTERIOR A DE      *
      *    ABERTURA OU A EXECUCAO NORMAL (NAO RESTART) DE PARTICAO JA  *
      *    VISTA NO CICLO.                                             *
      *    SO ABREM CICLO OS CBPA2SAB ATE A DATA DE REFERENCIA; OS     *
      *    SUCESSORES SAO ACEITOS ATE O DIA SEGUINTE.                  *
      *----------------------------------------------------------------*
       5000-AUSENCIAS-CICLO.
           MOVE 'AUSENCIAS NO CICLO DA CADEIA'
                                       TO WRK-TITULO-SECAO.
           PERFORM 7500-TITULO-SECAO THRU 7500-TITULO-SECAO-EXIT.
           WRITE REG-RELSLA FROM WRK-CAB-AUSENCIA.
      *
           EXEC SQL
               OPEN CCICLO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-SEM-CICLO           TO TRUE.
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           PERFORM 5100-LER-CICLO
                   THRU 5100-LER-CICLO-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           IF NOT WRK-SEM-CICLO
               PERFORM 5200-AVALIAR-CICLO
                       THRU 5200-AVALIAR-CICLO-EXIT
           END-IF.
      *
           EXEC SQL
               CLOSE CCICLO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF ACU-AUSENCIAS = ZEROS
           AND ACU-CICLOS-SAB-SEM-FIM = ZEROS
               MOVE SPACES             TO WRK-LINHA-TOTAL-SLA
               MOVE 'NENHUMA AUSENCIA NOS CICLOS DO MES'
                                       TO WLT-DESCRICAO
               WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA
           END-IF.
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       5000-AUSENCIAS-CICLO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5100-LER-CICLO - SUCESSOR SO CONTA COMO PRESENTE QUANDO A   *
      *    EXECUCAO FOI CONCLUIDA (SITUACAO 'F'). EXECUCOES ANTERIORES *
      *    AO PRIMEIRO CBPA2SAB DO MES SAO IGNORADAS. A SITUACAO DO    *
      *    CBPA2SAB E GUARDADA POR PARTICAO; O RESTART SUBSTITUI A     *
      *    SITUACAO ANTERIOR DA MESMA PARTICAO.                        *
      *----------------------------------------------------------------*
       5100-LER-CICLO.
           EXEC SQL
               FETCH CCICLO
                INTO :WRK-EXE-DATA-INICIO,
                     :WRK-EXE-HORA-INICIO,
                     :WRK-EXE-PROGRAMA,
                     :WRK-EXE-PARTICAO,
                     :WRK-EXE-SEQ-INICIAL,
                     :WRK-EXE-SEQ-FINAL,
                     :WRK-EXE-DURACAO,
                     :WRK-EXE-COD-RETORNO,
                     :WRK-EXE-IND-RESTART,
                     :WRK-EXE-IND-CORTE,
                     :WRK-EXE-SITUACAO
           END-EXEC.
           IF SQLCODE = 100
               SET WRK-FIM-CURSOR-SIM  TO TRUE
               GO TO 5100-LER-CICLO-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-EXE-PROGRAMA = WRK-PGM-CBPA2SAB
               COMPUTE WRK-IDX-PART = WRK-EXE-PARTICAO + 1
               IF WRK-CICLO-FASE-SUCESSOR
                   PERFORM 5200-AVALIAR-CICLO
                           THRU 5200-AVALIAR-CICLO-EXIT
               END-IF
               IF WRK-CICLO-FASE-SAB
                   IF WRK-EXE-DATA-INICIO > WRK-CIC-DATA
                   OR (WRK-EXE-IND-RESTART = 'N'
                   AND WRK-CIC-PART-VISTA (WRK-IDX-PART) = 'S')
                       PERFORM 5200-AVALIAR-CICLO
                               THRU 5200-AVALIAR-CICLO-EXIT
                   END-IF
               END-IF
               IF WRK-SEM-CICLO
                   IF WRK-EXE-DATA-INICIO > WRK-DATA-REFERENCIA
                       GO TO 5100-LER-CICLO-EXIT
                   END-IF
                   PERFORM 5150-ABRIR-CICLO
                           THRU 5150-ABRIR-CICLO-EXIT
               END-IF
               IF WRK-EXE-PARTICAO > ZEROS
                   SET WRK-CIC-PARTICIONADO-SIM TO TRUE
               END-IF
               MOVE 'S'                TO WRK-CIC-PART-VISTA
                                              (WRK-IDX-PART)
               MOVE WRK-EXE-SITUACAO   TO WRK-CIC-PART-SITUACAO
                                              (WRK-IDX-PART)
               GO TO 5100-LER-CICLO-EXIT
           END-IF.
      *
           IF WRK-SEM-CICLO
               GO TO 5100-LER-CICLO-EXIT
           END-IF.
      *
           SET WRK-CICLO-FASE-SUCESSOR TO TRUE.
           IF WRK-EXE-SITUACAO = 'F'
               PERFORM 5300-MARCAR-SUCESSOR
                       THRU 5300-MARCAR-SUCESSOR-EXIT
                       VARYING WRK-IDX-SUC FROM 1 BY 1
                       UNTIL WRK-IDX-SUC > WRK-QTD-SUCESSORES
           END-IF.
       5100-LER-CICLO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5150-ABRIR-CICLO                                            *
      *----------------------------------------------------------------*
       5150-ABRIR-CICLO.
           SET WRK-CICLO-FASE-SAB      TO TRUE.
           SET WRK-CIC-PARTICIONADO-NAO TO TRUE.
           MOVE WRK-EXE-DATA-INICIO    TO WRK-CIC-DATA.
           MOVE WRK-EXE-HORA-INICIO    TO WRK-CIC-HORA.
           MOVE SPACES                 TO WRK-TAB-CIC-PARTICAO
                                          WRK-TAB-SUC-PRESENTE.
       5150-ABRIR-CICLO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5200-AVALIAR-CICLO - APONTA CADA PARTICAO DO CBPA2SAB SEM   *
      *    FIM E CADA SUCESSOR ESPERADO SEM EXECUCAO CONCLUIDA NO      *
      *    CICLO.                                                      *
      *----------------------------------------------------------------*
       5200-AVALIAR-CICLO.
           ADD 1                       TO ACU-CICLOS.
      *
           SET WRK-CIC-SAB-SEM-FIM-NAO TO TRUE.
           PERFORM 5210-VERIFICAR-PARTICAO
                   THRU 5210-VERIFICAR-PARTICAO-EXIT
                   VARYING WRK-IDX-PART FROM 1 BY 1
                   UNTIL WRK-IDX-PART > WRK-QTD-PARTICOES.
           IF WRK-CIC-SAB-SEM-FIM-SIM
               ADD 1                   TO ACU-CICLOS-SAB-SEM-FIM
           END-IF.
      *
           PERFORM 5220-VERIFICAR-SUCESSOR
                   THRU 5220-VERIFICAR-SUCESSOR-EXIT
                   VARYING WRK-IDX-SUC FROM 1 BY 1
                   UNTIL WRK-IDX-SUC > WRK-QTD-SUCESSORES.
      *
           SET WRK-SEM-CICLO           TO TRUE.
       5200-AVALIAR-CICLO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5210-VERIFICAR-PARTICAO                                     *
      *----------------------------------------------------------------*
       5210-VERIFICAR-PARTICAO.
           IF WRK-CIC-PART-VISTA (WRK-IDX-PART) NOT = 'S'
           OR WRK-CIC-PART-SITUACAO (WRK-IDX-PART) = 'F'
               GO TO 5210-VERIFICAR-PARTICAO-EXIT
           END-IF.
      *
           MOVE WRK-PGM-CBPA2SAB       TO WRK-PASSO-PROGRAMA.
           COMPUTE WRK-PASSO-PARTICAO = WRK-IDX-PART - 1.
           PERFORM 7300-EDITAR-PASSO THRU 7300-EDITAR-PASSO-EXIT.
           MOVE 'ULTIMA EXECUCAO DO CBPA2SAB NO CICLO SEM FIM'
                                       TO WLA-MOTIVO.
           PERFORM 5250-GRAVAR-AUSENCIA
                   THRU 5250-GRAVAR-AUSENCIA-EXIT.
           SET WRK-CIC-SAB-SEM-FIM-SIM TO TRUE.
       5210-VERIFICAR-PARTICAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5220-VERIFICAR-SUCESSOR                                     *
      *----------------------------------------------------------------*
       5220-VERIFICAR-SUCESSOR.
           IF WRK-SUC-SO-PARTIC (WRK-IDX-SUC) = 'S'
           AND WRK-CIC-PARTICIONADO-NAO
               GO TO 5220-VERIFICAR-SUCESSOR-EXIT
           END-IF.
           IF WRK-SUC-PRESENTE (WRK-IDX-SUC) = 'S'
               GO TO 5220-VERIFICAR-SUCESSOR-EXIT
           END-IF.
      *
           MOVE WRK-SUC-PROGRAMA (WRK-IDX-SUC) TO WRK-PASSO-ED.
           MOVE 'SEM EXECUCAO CONCLUIDA APOS O CBPA2SAB DO CICLO'
                                       TO WLA-MOTIVO.
           PERFORM 5250-GRAVAR-AUSENCIA
                   THRU 5250-GRAVAR-AUSENCIA-EXIT.
           ADD 1                       TO ACU-AUSENCIAS.
       5220-VERIFICAR-SUCESSOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5250-GRAVAR-AUSENCIA - PASSO EM WRK-PASSO-ED E MOTIVO JA    *
      *    MOVIDO PARA A LINHA.                                        *
      *----------------------------------------------------------------*
       5250-GRAVAR-AUSENCIA.
           MOVE WRK-CIC-DATA           TO WRK-DATA-AUX.
           PERFORM 7100-EDITAR-DATA THRU 7100-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-ED            TO WLA-DATA.
           MOVE WRK-CIC-HORA           TO WRK-HORA-AUX.
           PERFORM 7200-EDITAR-HORA THRU 7200-EDITAR-HORA-EXIT.
           MOVE WRK-HORA-ED            TO WLA-HORA.
           MOVE WRK-PASSO-ED           TO WLA-PASSO.
           WRITE REG-RELSLA FROM WRK-LINHA-AUSENCIA.
       5250-GRAVAR-AUSENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5300-MARCAR-SUCESSOR                                        *
      *----------------------------------------------------------------*
       5300-MARCAR-SUCESSOR.
           IF WRK-SUC-PROGRAMA (WRK-IDX-SUC) = WRK-EXE-PROGRAMA
               MOVE 'S'                TO
                                    WRK-SUC-PRESENTE (WRK-IDX-SUC)
           END-IF.
       5300-MARCAR-SUCESSOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-FINALIZAR - TOTAIS DO MES DE REFERENCIA.               *
      *----------------------------------------------------------------*
       6000-FINALIZAR.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-SIMULACOES
                 FROM CBPA.TCOBR_JOB_HIST
                WHERE DATA_INICIO
                                 BETWEEN :WRK-DATA-INI-MES
                                     AND :WRK-DATA-REFERENCIA
                  AND IND_SIMULACAO = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           MOVE 'TOTAIS DO MES DE REFERENCIA' TO WRK-TITULO-SECAO.
           PERFORM 7500-TITULO-SECAO THRU 7500-TITULO-SECAO-EXIT.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SLA.
           MOVE 'EXECUCOES NO MES'     TO WLT-DESCRICAO.
           MOVE ACU-EXECUCOES          TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'EXECUCOES COM RESTART' TO WLT-DESCRICAO.
           MOVE ACU-RESTARTS           TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'EXECUCOES COM CORTE PLANEJADO (RC 2)'
                                       TO WLT-DESCRICAO.
           MOVE ACU-CORTES             TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'EXECUCOES SEM FIM REGISTRADO' TO WLT-DESCRICAO.
           MOVE ACU-SEM-FIM            TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'EXECUCOES EM SIMULACAO (FORA DO RELATORIO)'
                                       TO WLT-DESCRICAO.
           MOVE WRK-QTD-SIMULACOES     TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'CICLOS DA CADEIA AVALIADOS' TO WLT-DESCRICAO.
           MOVE ACU-CICLOS             TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'CICLOS COM CBPA2SAB SEM FIM' TO WLT-DESCRICAO.
           MOVE ACU-CICLOS-SAB-SEM-FIM TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE 'PASSOS AUSENTES NOS CICLOS' TO WLT-DESCRICAO.
           MOVE ACU-AUSENCIAS          TO WLT-VALOR.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           IF WRK-FS-RELSLA NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELSLA         TO WRK-ARQUIVO
               MOVE WRK-FS-RELSLA      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           CLOSE RELSLA.
      *
           DISPLAY 'CBPA2SLA - REFERENCIA ' WRK-DATA-REFERENCIA
                   ' - EXECUCOES ' ACU-EXECUCOES
                   ' - AUSENCIAS ' ACU-AUSENCIAS.
       6000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-EDITAR-DURACAO - SEGUNDOS EM HHH:MM:SS (WRK-DURACAO-ED)*
      *----------------------------------------------------------------*
       7000-EDITAR-DURACAO.
           DIVIDE WRK-SEGUNDOS-CALC BY 3600 GIVING WRK-HORAS-CALC
                                       REMAINDER WRK-RESTO-CALC.
           DIVIDE WRK-RESTO-CALC BY 60 GIVING WRK-MINUTOS-CALC
                                       REMAINDER WRK-SEGUNDOS-CALC.
           IF WRK-HORAS-CALC > 999
               MOVE 999                TO WRK-HORAS-CALC
           END-IF.
           MOVE WRK-HORAS-CALC         TO WDU-HORAS.
           MOVE WRK-MINUTOS-CALC       TO WDU-MINUTOS.
           MOVE WRK-SEGUNDOS-CALC      TO WDU-SEGUNDOS.
       7000-EDITAR-DURACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7100-EDITAR-DATA - AAAAMMDD EM DD/MM/AAAA (WRK-DATA-ED)     *
      *----------------------------------------------------------------*
       7100-EDITAR-DATA.
           MOVE WDA-DIA                TO WDE-DIA.
           MOVE WDA-MES                TO WDE-MES.
           MOVE WDA-ANO                TO WDE-ANO.
       7100-EDITAR-DATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7200-EDITAR-HORA - HHMMSSCC EM HH:MM:SS (WRK-HORA-ED)       *
      *----------------------------------------------------------------*
       7200-EDITAR-HORA.
           MOVE WHA-HORA               TO WHE-HORA.
           MOVE WHA-MINUTO             TO WHE-MINUTO.
           MOVE WHA-SEGUNDO            TO WHE-SEGUNDO.
       7200-EDITAR-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7300-EDITAR-PASSO - PROGRAMA/PARTICAO (WRK-PASSO-ED); SEM   *
      *    PARTICAO SO O PROGRAMA.                                     *
      *----------------------------------------------------------------*
       7300-EDITAR-PASSO.
           MOVE SPACES                 TO WRK-PASSO-ED.
           MOVE WRK-PASSO-PROGRAMA     TO WPE-PROGRAMA.
           IF WRK-PASSO-PARTICAO > ZEROS
               MOVE '/'                TO WPE-BARRA
               MOVE WRK-PASSO-PARTICAO TO WPE-PARTICAO
           END-IF.
       7300-EDITAR-PASSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7400-EDITAR-VARIACAO - PERCENTUAL DE WRK-MEDIA-CALC SOBRE   *
      *    WRK-MEDIA-BASE (WRK-VARIACAO-X). SEM BASE OU SEM EXECUCAO   *
      *    CONCLUIDA FICA EM BRANCO.                                   *
      *----------------------------------------------------------------*
       7400-EDITAR-VARIACAO.
           MOVE SPACES                 TO WRK-VARIACAO-X.
           IF WRK-MEDIA-BASE = ZEROS
           OR WRK-MEDIA-CALC = ZEROS
               GO TO 7400-EDITAR-VARIACAO-EXIT
           END-IF.
      *
           COMPUTE WRK-PCT-VARIACAO ROUNDED =
                   (WRK-MEDIA-CALC - WRK-MEDIA-BASE) * 100
                 / WRK-MEDIA-BASE.
           IF WRK-PCT-VARIACAO > WRK-PCT-MAXIMO
               MOVE WRK-PCT-MAXIMO     TO WRK-PCT-VARIACAO
           END-IF.
           MOVE WRK-PCT-VARIACAO       TO WRK-VARIACAO-ED.
           MOVE WRK-VARIACAO-ED        TO WRK-VARIACAO-X.
       7400-EDITAR-VARIACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-TITULO-SECAO - LINHA EM BRANCO E TITULO DA SECAO.      *
      *----------------------------------------------------------------*
       7500-TITULO-SECAO.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SLA.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE WRK-TITULO-SECAO       TO WLT-DESCRICAO.
           WRITE REG-RELSLA FROM WRK-LINHA-TOTAL-SLA.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-SLA.
       7500-TITULO-SECAO-EXIT.
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
       END PROGRAM CBPA2SLA.

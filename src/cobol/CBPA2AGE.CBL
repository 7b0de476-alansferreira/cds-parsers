      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2AGE                                        *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: ENVELHECIMENTO CONSOLIDADO DAS FILAS DE         *
      *                TRABALHO EM ABERTO DO CICLO: PENDENCIAS DE      *
      *                REENVIO (BAIXANAC/PENDREEN), BAIXAS RETIDAS     *
      *                POR BLOQUEIO (BAIXAHLD), DUPLICIDADES EM        *
      *                REVISAO (TITDUPL) E REJEITADAS AGUARDANDO       *
      *                CORRECAO (BAIXAREJ). CADA BAIXA E UM ITEM DO    *
      *                MESTRE DE ITENS EM ABERTO (AGEPEND/AGEPSAI),    *
      *                CHAVEADO POR AGENCIA + CONTA + NOSSO-NUMERO +   *
      *                SEQUENCIA DO ARQBAIXA, COM A DATA DO PRIMEIRO   *
      *                CICLO EM QUE APARECEU. O ITEM E FECHADO QUANDO  *
      *                UM CICLO POSTERIOR O LIQUIDA (DISPOSICAO ACEITA *
      *                NO TCOBR_DISP_HIST DO CICLO, INCLUSIVE REENVIO  *
      *                E CORRECAO, QUE PRESERVAM A SEQUENCIA ORIGINAL) *
      *                OU POR ENCERRAMENTO MANUAL DA SUPERVISAO        *
      *                (AGEENCER). O MESTRE VELHO, AS FILAS DO DIA, AS *
      *                LIQUIDACOES E OS ENCERRAMENTOS SAO CLASSIFICADOS*
      *                JUNTOS (SORT INTERNO) E TRATADOS POR CHAVE NA   *
      *                SAIDA. O RELATORIO RELAGE TRAZ O ENVELHECIMENTO *
      *                POR AGENCIA E POR FILA NAS FAIXAS 0-2, 3-5,     *
      *                6-10 E ACIMA DE 10 DIAS, COM VALORES, E A LISTA *
      *                DE ESCALONAMENTO DOS ITENS MAIS ANTIGOS. RODA   *
      *                DEPOIS DO CBPA2SAB (OU DO CBPA2CSB) E DO        *
      *                CBPA2RSB DO CICLO.                              *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2AGE.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    ENVELHECIMENTO CONSOLIDADO DAS FILAS EM  *
      *                       ABERTO (BAIXANAC/PENDREEN, BAIXAHLD,     *
      *                       TITDUPL E BAIXAREJ) COM MESTRE DE ITENS  *
      *                       ENTRE DIAS, FECHAMENTO PELA LIQUIDACAO   *
      *                       NO TCOBR_DISP_HIST E LISTA DE            *
      *                       ESCALONAMENTO (WCS-35)                   *
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
           SELECT AGEPEND     ASSIGN TO AGEPEND
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-AGEPEND.
      *
           SELECT PENDREEN    ASSIGN TO PENDREEN
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-PENDREEN.
      *
           SELECT BAIXANAC    ASSIGN TO BAIXANAC
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXANAC.
      *
           SELECT BAIXAHLD    ASSIGN TO BAIXAHLD
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXAHLD.
      *
           SELECT TITDUPL     ASSIGN TO TITDUPL
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-TITDUPL.
      *
           SELECT BAIXAREJ    ASSIGN TO BAIXAREJ
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXAREJ.
      *
           SELECT AGEENCER    ASSIGN TO AGEENCER
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-AGEENCER.
      *
           SELECT AGEPSAI     ASSIGN TO AGEPSAI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-AGEPSAI.
      *
           SELECT RELAGE      ASSIGN TO RELAGE
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELAGE.
      *
           SELECT SRTAGE      ASSIGN TO SRTAGE.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  AGEPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AGEPEND                PIC  X(100).
      *
       FD  PENDREEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDREEN               PIC  X(100).
      *
       FD  BAIXANAC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXANAC               PIC  X(100).
      *
       FD  BAIXAHLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXAHLD               PIC  X(100).
      *
       FD  TITDUPL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-TITDUPL.
           05  TITDUPL-CNEGOC             PIC  9(018).
           05  TITDUPL-NOSSO-NUMERO       PIC  9(012).
           05  TITDUPL-VALOR              PIC  9(013)V99.
           05  TITDUPL-DATA-BAIXA         PIC  9(008).
           05  TITDUPL-MOTIVO             PIC  X(030).
           05  TITDUPL-SEQUENCIA          PIC  9(006).
           05  FILLER                     PIC  X(019).
      *
       FD  BAIXAREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXAREJ               PIC  X(100).
      *
       FD  AGEENCER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AGEENCER               PIC  X(080).
      *
       FD  AGEPSAI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AGEPSAI                PIC  X(100).
      *
       FD  RELAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELAGE                 PIC  X(132).
      *
      *    TIPO DO REGISTRO CLASSIFICADO, DENTRO DA MESMA CHAVE:
      *    '1' ITEM EM ABERTO DO MESTRE VELHO, '2' OCORRENCIA EM UMA
      *    FILA DO CICLO, '3' LIQUIDACAO DO CICLO, '4' ENCERRAMENTO
      *    MANUAL.
       SD  SRTAGE.
       01  REG-SRTAGE.
           05  SRT-AGENC               PIC  9(004).
           05  SRT-CONTA               PIC  9(007).
           05  SRT-NOSSO               PIC  9(012).
           05  SRT-SEQUENCIA           PIC  9(006).
           05  SRT-TIPO                PIC  X(001).
           05  SRT-FILA                PIC  X(003).
           05  SRT-VALOR               PIC  9(013)V99.
           05  SRT-DATA-BAIXA          PIC  9(008).
           05  SRT-DATA-ABERTURA       PIC  9(008).
           05  SRT-DATA-ULT-OCORR      PIC  9(008).
           05  SRT-COD-MOTIVO          PIC  X(002).
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
           '* AREA DOS LAYOUTS DE ENTRADA E SAIDA *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW064.
           COPY 'CBPAW064'.
      *
       01  WRK-AREA-CBPAW043.
           COPY 'CBPAW043'.
      *
       01  WRK-AREA-CBPAW042.
           COPY 'CBPAW042'.
      *
       01  WRK-AREA-CBPAW052.
           COPY 'CBPAW052'.
      *
       01  WRK-AREA-CBPAW040.
           COPY 'CBPAW040'.
      *
       01  WRK-AREA-CBPAW065.
           COPY 'CBPAW065'.
      *
      *    O CNEGOC DO TITDUPL CARREGA A AGENCIA E A CONTA NAS
      *    ULTIMAS ONZE POSICOES.
       01  WRK-CNEGOC-DUPL             PIC  9(018)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-CNEGOC-DUPL.
           05  FILLER                  PIC  9(007).
           05  WRK-AGENC-DUPL          PIC  9(004).
           05  WRK-CONTA-DUPL          PIC  9(007).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DO TRATAMENTO POR CHAVE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-TIPO-ABERTO             PIC  X(001)         VALUE '1'.
       77  WRK-TIPO-FILA               PIC  X(001)         VALUE '2'.
       77  WRK-TIPO-LIQUIDACAO         PIC  X(001)         VALUE '3'.
       77  WRK-TIPO-ENCERRAMENTO       PIC  X(001)         VALUE '4'.
      *
       77  WRK-FILA-REENVIO            PIC  X(003)         VALUE 'NAC'.
       77  WRK-FILA-RETIDA             PIC  X(003)         VALUE 'HLD'.
       77  WRK-FILA-DUPLICIDADE        PIC  X(003)         VALUE 'DUP'.
       77  WRK-FILA-REJEITADA          PIC  X(003)         VALUE 'REJ'.
      *
       01  WRK-CHAVE-GRP.
           05  GRP-AGENC               PIC  9(004).
           05  GRP-CONTA               PIC  9(007).
           05  GRP-NOSSO               PIC  9(012).
           05  GRP-SEQUENCIA           PIC  9(006).
      *
       01  WRK-CHAVE-SRT.
           05  CHS-AGENC               PIC  9(004).
           05  CHS-CONTA               PIC  9(007).
           05  CHS-NOSSO               PIC  9(012).
           05  CHS-SEQUENCIA           PIC  9(006).
      *
       77  WRK-AGENC-ATUAL             PIC  9(004)         VALUE ZEROS.
      *
       77  WRK-ABERTO-ANT              PIC  X(001)         VALUE 'N'.
           88  WRK-ABERTO-ANT-SIM                          VALUE 'S'.
           88  WRK-ABERTO-ANT-NAO                          VALUE 'N'.
       77  WRK-FILA-HOJE               PIC  X(001)         VALUE 'N'.
           88  WRK-FILA-HOJE-SIM                           VALUE 'S'.
           88  WRK-FILA-HOJE-NAO                           VALUE 'N'.
       77  WRK-LIQUIDADO               PIC  X(001)         VALUE 'N'.
           88  WRK-LIQUIDADO-SIM                           VALUE 'S'.
           88  WRK-LIQUIDADO-NAO                           VALUE 'N'.
       77  WRK-ENCERRADO               PIC  X(001)         VALUE 'N'.
           88  WRK-ENCERRADO-SIM                           VALUE 'S'.
           88  WRK-ENCERRADO-NAO                           VALUE 'N'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DO ENVELHECIMENTO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DIAS-ABERTO             PIC S9(005) COMP-3  VALUE ZEROS.
       77  WRK-SUB-FAIXA               PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-SUB-FILA                PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-SUB-TOTAL               PIC  9(002) COMP    VALUE 5.
      *
      *    FAIXAS 1 A 4: 0-2, 3-5, 6-10 E ACIMA DE 10 DIAS DESDE A
      *    ABERTURA DO ITEM; FAIXA 5 = TOTAL. FILAS 1 A 4: REENVIO,
      *    RETIDA, DUPLICIDADE E REJEITADA; FILA 5 = TOTAL.
       01  WRK-TAB-AGING-AGENCIA.
           05  AGA-FILA                OCCURS 5 TIMES.
               10  AGA-FAIXA           OCCURS 5 TIMES.
                   15  AGA-QTD         PIC  9(009) COMP-3.
                   15  AGA-VALOR       PIC  9(015)V99 COMP-3.
      *
       01  WRK-TAB-AGING-GERAL.
           05  AGG-FILA                OCCURS 5 TIMES.
               10  AGG-FAIXA           OCCURS 5 TIMES.
                   15  AGG-QTD         PIC  9(009) COMP-3.
                   15  AGG-VALOR       PIC  9(015)V99 COMP-3.
      *
       01  WRK-TAB-DESC-FILA-VAL.
           05  FILLER                  PIC  X(010)         VALUE
               'REENVIO'.
           05  FILLER                  PIC  X(010)         VALUE
               'RETIDA'.
           05  FILLER                  PIC  X(010)         VALUE
               'DUPLIC.'.
           05  FILLER                  PIC  X(010)         VALUE
               'REJEITADA'.
           05  FILLER                  PIC  X(010)         VALUE
               'TOTAL'.
       01  FILLER                      REDEFINES WRK-TAB-DESC-FILA-VAL.
           05  WRK-DESC-FILA           PIC  X(010) OCCURS 5 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DA LISTA DE ESCALONAMENTO *'.
      *----------------------------------------------------------------*
      *
      *    OS ITENS MAIS ANTIGOS EM ABERTO, DO MAIS VELHO PARA O MAIS
      *    NOVO; EM EMPATE DE DIAS FICA A ORDEM DA CHAVE.
       77  WRK-MAX-ESC                 PIC  9(003) COMP-3  VALUE 050.
       77  WRK-QTD-ESC                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-SUB-ESC                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-SUB-ESC-ANT             PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-POSICAO-ESC             PIC  X(001)         VALUE 'N'.
           88  WRK-POSICAO-ESC-SIM                         VALUE 'S'.
           88  WRK-POSICAO-ESC-NAO                         VALUE 'N'.
       01  WRK-TAB-ESC.
           05  WRK-TAB-ESC-OCOR        OCCURS 50 TIMES.
               10  ESC-DIAS            PIC S9(005) COMP-3.
               10  ESC-ITEM            PIC  X(100).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DO CURSOR DE TCOBR_DISP_HIST *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-CICLO              PIC  9(008)         VALUE ZEROS.
      *
       01  WRK-LIQUIDACAO-LIDA.
           05  WRK-LIQ-AGENCIA         PIC  9(004).
           05  WRK-LIQ-CONTA           PIC  9(007).
           05  WRK-LIQ-NOSSO           PIC  9(012).
           05  WRK-LIQ-SEQUENCIA       PIC  9(006).
           05  WRK-LIQ-VALOR           PIC  9(013)V99.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-AGEPEND       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-PENDREEN      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BAIXANAC      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BAIXAHLD      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-TITDUPL       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BAIXAREJ      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-AGEENCER      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-DISP-HIST     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ABERTOS-NOVOS       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FECHADOS-LIQUIDACAO PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FECHADOS-MANUAL     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIQ-SEM-ITEM        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ENC-SEM-ITEM        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIQ-CICLO-ABERTURA  PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-AGEPSAI    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BATIMENTO           PIC S9(009) COMP-3  VALUE ZEROS.
      *
       01  WRK-VALORES.
           05  VAL-FECHADOS-LIQUIDACAO PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-FECHADOS-MANUAL     PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA O RELATORIO (RELAGE) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-AGING-1.
           05  FILLER                  PIC  X(017)         VALUE
               'AGENCIA / FILA'.
           05  FILLER                  PIC  X(023)         VALUE
               '             0 A 2 DIAS'.
           05  FILLER                  PIC  X(023)         VALUE
               '             3 A 5 DIAS'.
           05  FILLER                  PIC  X(023)         VALUE
               '            6 A 10 DIAS'.
           05  FILLER                  PIC  X(023)         VALUE
               '        MAIS DE 10 DIAS'.
           05  FILLER                  PIC  X(023)         VALUE
               '                  TOTAL'.
      *
       01  WRK-CAB-AGING-2.
           05  FILLER                  PIC  X(017)         VALUE SPACES.
           05  FILLER                  PIC  X(023)         VALUE
               '     QTD          VALOR'.
           05  FILLER                  PIC  X(023)         VALUE
               '     QTD          VALOR'.
           05  FILLER                  PIC  X(023)         VALUE
               '     QTD          VALOR'.
           05  FILLER                  PIC  X(023)         VALUE
               '     QTD          VALOR'.
           05  FILLER                  PIC  X(023)         VALUE
               '     QTD          VALOR'.
      *
       01  WRK-LINHA-AGING.
           05  WLA-DESCRICAO           PIC  X(017).
           05  WLA-FAIXA               OCCURS 5 TIMES.
               10  FILLER              PIC  X(001).
               10  WLA-QTD             PIC  ZZZ.ZZ9.
               10  FILLER              PIC  X(001).
               10  WLA-VALOR           PIC  ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-LINHA-LEGENDA.
           05  FILLER                  PIC  X(040)         VALUE
               'FILAS: REENVIO = BAIXANAC/PENDREEN'.
           05  FILLER                  PIC  X(022)         VALUE
               'RETIDA = BAIXAHLD'.
           05  FILLER                  PIC  X(022)         VALUE
               'DUPLIC. = TITDUPL'.
           05  FILLER                  PIC  X(048)         VALUE
               'REJEITADA = BAIXAREJ'.
      *
       01  WRK-CAB-ESC.
           05  FILLER                  PIC  X(005)         VALUE
               'POS  '.
           05  FILLER                  PIC  X(014)         VALUE
               'AGENC CONTA   '.
           05  FILLER                  PIC  X(022)         VALUE
               'NOSSO-NUMERO  SEQ     '.
           05  FILLER                  PIC  X(012)         VALUE
               'FILA        '.
           05  FILLER                  PIC  X(018)         VALUE
               'ABERTURA  DIAS    '.
           05  FILLER                  PIC  X(024)         VALUE
               '             VALOR  MT  '.
           05  FILLER                  PIC  X(037)         VALUE SPACES.
      *
       01  WRK-LINHA-ESC.
           05  WLE-POSICAO             PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-AGENC               PIC  9(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-CONTA               PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLE-NOSSO-NUMERO        PIC  9(012).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-SEQUENCIA           PIC  9(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-FILA                PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-DATA-ABERTURA       PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-DIAS                PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WLE-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLE-COD-MOTIVO          PIC  X(002).
           05  FILLER                  PIC  X(037)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-AGE.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-VALOR-AGE.
           05  WLV-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLV-QTD                 PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLV-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(048)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA PARA VARIAVEIS AUXILIARES *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DUMP-BAT                PIC  X(001)    VALUE 'S'.
       77  WRK-ABEND-BAT               PIC S9(004) COMP VALUE +1111.
       77  WRK-RC-DIVERGENCIA          PIC S9(004) COMP VALUE +4.
      *
       77  WRK-AGEPEND                 PIC  X(008)         VALUE
           'AGEPEND'.
       77  WRK-PENDREEN                PIC  X(008)         VALUE
           'PENDREEN'.
       77  WRK-BAIXANAC                PIC  X(008)         VALUE
           'BAIXANAC'.
       77  WRK-BAIXAHLD                PIC  X(008)         VALUE
           'BAIXAHLD'.
       77  WRK-TITDUPL                 PIC  X(008)         VALUE
           'TITDUPL'.
       77  WRK-BAIXAREJ                PIC  X(008)         VALUE
           'BAIXAREJ'.
       77  WRK-AGEENCER                PIC  X(008)         VALUE
           'AGEENCER'.
       77  WRK-AGEPSAI                 PIC  X(008)         VALUE
           'AGEPSAI'.
       77  WRK-RELAGE                  PIC  X(008)         VALUE
           'RELAGE'.
      *
       77  WRK-FIM-AGEPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-AGEPEND-SIM                         VALUE 'S'.
           88  WRK-FIM-AGEPEND-NAO                         VALUE 'N'.
       77  WRK-SEM-AGEPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-AGEPEND-SIM                         VALUE 'S'.
           88  WRK-SEM-AGEPEND-NAO                         VALUE 'N'.
       77  WRK-FIM-PENDREEN            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-PENDREEN-SIM                        VALUE 'S'.
           88  WRK-FIM-PENDREEN-NAO                        VALUE 'N'.
       77  WRK-FIM-BAIXANAC            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXANAC-SIM                        VALUE 'S'.
           88  WRK-FIM-BAIXANAC-NAO                        VALUE 'N'.
       77  WRK-FIM-BAIXAHLD            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXAHLD-SIM                        VALUE 'S'.
           88  WRK-FIM-BAIXAHLD-NAO                        VALUE 'N'.
       77  WRK-FIM-TITDUPL             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-TITDUPL-SIM                         VALUE 'S'.
           88  WRK-FIM-TITDUPL-NAO                         VALUE 'N'.
       77  WRK-FIM-BAIXAREJ            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXAREJ-SIM                        VALUE 'S'.
           88  WRK-FIM-BAIXAREJ-NAO                        VALUE 'N'.
       77  WRK-FIM-AGEENCER            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-AGEENCER-SIM                        VALUE 'S'.
           88  WRK-FIM-AGEENCER-NAO                        VALUE 'N'.
       77  WRK-FIM-DISP-HIST           PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-DISP-HIST-SIM                       VALUE 'S'.
           88  WRK-FIM-DISP-HIST-NAO                       VALUE 'N'.
       77  WRK-FIM-SRTAGE              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-SRTAGE-SIM                          VALUE 'S'.
           88  WRK-FIM-SRTAGE-NAO                          VALUE 'N'.
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
       77  WRK-LEITURA                 PIC  X(013)         VALUE
           'NA LEITURA'.
       77  WRK-GRAVACAO                PIC  X(013)         VALUE
           'NA GRAVAVAO'.
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
       77  WRK-FS-AGEPEND              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-PENDREEN             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BAIXANAC             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BAIXAHLD             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-TITDUPL              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BAIXAREJ             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AGEENCER             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AGEPSAI              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELAGE               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *    LIQUIDACOES DO CICLO: BAIXAS GRAVADAS NOS CANAIS ('01'
      *    BAIXA34, '02' BAIXA35, '03' BAIXA36) E DUPLICIDADES
      *    CONSOLIDADAS ('04'), DE QUALQUER FONTE. O REENVIO
      *    (ARQREENV) E A CORRECAO (ARQCORR) REAPRESENTAM A BAIXA COM
      *    A SEQUENCIA ORIGINAL DO ARQBAIXA, DE MODO QUE A CHAVE CASA
      *    COM O ITEM ABERTO NO CICLO DA PRIMEIRA OCORRENCIA.
           EXEC SQL
               DECLARE CDISPHIS CURSOR FOR
                   SELECT AGENCIA, CONTA, NOSSO_NUMERO, SEQUENCIA,
                          VLBAIXA
                     FROM CBPA.TCOBR_DISP_HIST
                    WHERE DATA_PROCESSAMENTO = :WRK-DATA-CICLO
                      AND DISPOSICAO IN ('01', '02', '03', '04')
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  WRK-PARM-ENTRADA.
           05  WRK-PARM-TAM            PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DATA-CICLO PIC  9(008).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - DEFINE A DATA DO CICLO (PARM; NA AUSENCIA,  *
      *    A DATA CORRENTE), CLASSIFICA O MESTRE VELHO, AS FILAS DO    *
      *    CICLO, AS LIQUIDACOES E OS ENCERRAMENTOS PELA CHAVE DA      *
      *    BAIXA E TRATA CADA CHAVE NA SAIDA DA CLASSIFICACAO.         *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           SORT SRTAGE
                ON ASCENDING KEY SRT-AGENC
                                 SRT-CONTA
                                 SRT-NOSSO
                                 SRT-SEQUENCIA
                                 SRT-TIPO
                                 SRT-FILA
                INPUT PROCEDURE IS 2000-CLASSIFICAR
                                   THRU 2000-CLASSIFICAR-EXIT
                OUTPUT PROCEDURE IS 3000-TRATAR-ITENS
                                   THRU 3000-TRATAR-ITENS-EXIT.
      *
           PERFORM 4000-FINALIZAR
                   THRU 4000-FINALIZAR-EXIT.
      *
           IF ACU-BATIMENTO NOT = ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - DATA DO CICLO E ABERTURA DOS ARQUIVOS. O *
      *    AGEPEND PODE NAO EXISTIR NA PRIMEIRA EXECUCAO (FILE STATUS  *
      *    '35'). O CABECALHO E A SECAO POR AGENCIA DO RELAGE SAO      *
      *    ABERTOS AQUI, POIS AS LINHAS POR AGENCIA SAEM DURANTE A     *
      *    SAIDA DA CLASSIFICACAO.                                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           IF WRK-PARM-TAM > ZEROS
              AND WRK-PARM-DATA-CICLO > ZEROS
               MOVE WRK-PARM-DATA-CICLO TO WRK-DATA-CICLO
           ELSE
               ACCEPT WRK-DATA-CICLO  FROM DATE YYYYMMDD
           END-IF.
      *
           INITIALIZE WRK-TAB-AGING-AGENCIA
                      WRK-TAB-AGING-GERAL
                      WRK-TAB-ESC.
      *
           OPEN INPUT  AGEPEND.
           IF WRK-FS-AGEPEND = '35'
               SET WRK-SEM-AGEPEND-SIM TO TRUE
               SET WRK-FIM-AGEPEND-SIM TO TRUE
           ELSE
               IF WRK-FS-AGEPEND NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-AGEPEND     TO WRK-ARQUIVO
                   MOVE WRK-FS-AGEPEND  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           OPEN INPUT  PENDREEN.
           IF WRK-FS-PENDREEN NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-PENDREEN       TO WRK-ARQUIVO
               MOVE WRK-FS-PENDREEN    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  BAIXANAC.
           IF WRK-FS-BAIXANAC NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXANAC       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXANAC    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  BAIXAHLD.
           IF WRK-FS-BAIXAHLD NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXAHLD       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXAHLD    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  TITDUPL.
           IF WRK-FS-TITDUPL NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-TITDUPL        TO WRK-ARQUIVO
               MOVE WRK-FS-TITDUPL     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  BAIXAREJ.
           IF WRK-FS-BAIXAREJ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXAREJ       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXAREJ    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  AGEENCER.
           IF WRK-FS-AGEENCER NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-AGEENCER       TO WRK-ARQUIVO
               MOVE WRK-FS-AGEENCER    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT AGEPSAI.
           IF WRK-FS-AGEPSAI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-AGEPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-AGEPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELAGE.
           IF WRK-FS-RELAGE NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELAGE         TO WRK-ARQUIVO
               MOVE WRK-FS-RELAGE      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-AGE.
           MOVE '***  CBPA2AGE - AGING DAS FILAS EM ABERTO ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           MOVE 'DATA DO CICLO'        TO WLT-DESCRICAO.
           MOVE WRK-DATA-CICLO         TO WLT-DESCRICAO (36:8).
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-LINHA-LEGENDA.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           MOVE 'ENVELHECIMENTO POR AGENCIA E FILA'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-CAB-AGING-1.
           WRITE REG-RELAGE FROM WRK-CAB-AGING-2.
           IF WRK-FS-RELAGE NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELAGE         TO WRK-ARQUIVO
               MOVE WRK-FS-RELAGE      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CLASSIFICAR - PROCEDIMENTO DE ENTRADA DO SORT: LIBERA  *
      *    OS ITENS EM ABERTO DOS CICLOS ANTERIORES, AS OCORRENCIAS    *
      *    DE CADA FILA DO CICLO, OS ENCERRAMENTOS MANUAIS E AS        *
      *    LIQUIDACOES DO CICLO NO TCOBR_DISP_HIST.                    *
      *----------------------------------------------------------------*
       2000-CLASSIFICAR.
           PERFORM 2100-LIBERAR-AGEPEND
                   THRU 2100-LIBERAR-AGEPEND-EXIT
                   UNTIL WRK-FIM-AGEPEND-SIM.
      *
           PERFORM 2200-LIBERAR-PENDREEN
                   THRU 2200-LIBERAR-PENDREEN-EXIT
                   UNTIL WRK-FIM-PENDREEN-SIM.
      *
           PERFORM 2300-LIBERAR-BAIXANAC
                   THRU 2300-LIBERAR-BAIXANAC-EXIT
                   UNTIL WRK-FIM-BAIXANAC-SIM.
      *
           PERFORM 2400-LIBERAR-BAIXAHLD
                   THRU 2400-LIBERAR-BAIXAHLD-EXIT
                   UNTIL WRK-FIM-BAIXAHLD-SIM.
      *
           PERFORM 2500-LIBERAR-TITDUPL
                   THRU 2500-LIBERAR-TITDUPL-EXIT
                   UNTIL WRK-FIM-TITDUPL-SIM.
      *
           PERFORM 2600-LIBERAR-BAIXAREJ
                   THRU 2600-LIBERAR-BAIXAREJ-EXIT
                   UNTIL WRK-FIM-BAIXAREJ-SIM.
      *
           PERFORM 2700-LIBERAR-AGEENCER
                   THRU 2700-LIBERAR-AGEENCER-EXIT
                   UNTIL WRK-FIM-AGEENCER-SIM.
      *
           PERFORM 2800-LIBERAR-LIQUIDACOES
                   THRU 2800-LIBERAR-LIQUIDACOES-EXIT.
       2000-CLASSIFICAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LIBERAR-AGEPEND - ITEM EM ABERTO DO CICLO ANTERIOR,    *
      *    COM A FILA, A DATA DE ABERTURA E A ULTIMA OCORRENCIA.       *
      *----------------------------------------------------------------*
       2100-LIBERAR-AGEPEND.
           READ AGEPEND INTO WRK-AREA-CBPAW064.
           IF WRK-FS-AGEPEND = '10'
               SET WRK-FIM-AGEPEND-SIM TO TRUE
               CLOSE AGEPEND
               GO TO 2100-LIBERAR-AGEPEND-EXIT
           END-IF.
           IF WRK-FS-AGEPEND NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-AGEPEND        TO WRK-ARQUIVO
               MOVE WRK-FS-AGEPEND     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-AGEPEND.
      *
           IF NOT AGP-FILA-VALIDA
               DISPLAY 'FILA INVALIDA NO AGEPEND: ' AGP-FILA
                       ' - REGISTRO ' ACU-LIDOS-AGEPEND
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           MOVE AGP-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE AGP-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE AGP-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE AGP-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-TIPO-ABERTO        TO SRT-TIPO.
           MOVE AGP-FILA               TO SRT-FILA.
           MOVE AGP-VALOR-BAIXA        TO SRT-VALOR.
           MOVE AGP-DATA-BAIXA         TO SRT-DATA-BAIXA.
           MOVE AGP-DATA-ABERTURA      TO SRT-DATA-ABERTURA.
           MOVE AGP-DATA-ULT-OCORR     TO SRT-DATA-ULT-OCORR.
           MOVE AGP-COD-MOTIVO         TO SRT-COD-MOTIVO.
           RELEASE REG-SRTAGE.
       2100-LIBERAR-AGEPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LIBERAR-PENDREEN - PENDENCIA DE REENVIO EM ABERTO,     *
      *    ABERTA NA DATA DO PRIMEIRO ENVIO.                           *
      *----------------------------------------------------------------*
       2200-LIBERAR-PENDREEN.
           READ PENDREEN INTO WRK-AREA-CBPAW043.
           IF WRK-FS-PENDREEN = '10'
               SET WRK-FIM-PENDREEN-SIM TO TRUE
               CLOSE PENDREEN
               GO TO 2200-LIBERAR-PENDREEN-EXIT
           END-IF.
           IF WRK-FS-PENDREEN NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-PENDREEN       TO WRK-ARQUIVO
               MOVE WRK-FS-PENDREEN    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-PENDREEN.
      *
           MOVE PEN-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE PEN-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE PEN-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE PEN-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-FILA-REENVIO       TO SRT-FILA.
           MOVE PEN-VALOR-BAIXA        TO SRT-VALOR.
           MOVE PEN-DATA-BAIXA         TO SRT-DATA-BAIXA.
           MOVE PEN-DATA-PRIMEIRO-ENVIO TO SRT-DATA-ABERTURA.
           MOVE SPACES                 TO SRT-COD-MOTIVO.
           PERFORM 2900-LIBERAR-OCORRENCIA
                   THRU 2900-LIBERAR-OCORRENCIA-EXIT.
       2200-LIBERAR-PENDREEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-LIBERAR-BAIXANAC - BAIXA NAO ENCONTRADA NO CICLO,      *
      *    AINDA NAO CONVERTIDA EM PENDENCIA PELO CBPA2RSB OU JA       *
      *    FORA DELA (MESMA FILA DE REENVIO).                          *
      *----------------------------------------------------------------*
       2300-LIBERAR-BAIXANAC.
           READ BAIXANAC INTO WRK-AREA-CBPAW042.
           IF WRK-FS-BAIXANAC = '10'
               SET WRK-FIM-BAIXANAC-SIM TO TRUE
               CLOSE BAIXANAC
               GO TO 2300-LIBERAR-BAIXANAC-EXIT
           END-IF.
           IF WRK-FS-BAIXANAC NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BAIXANAC       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXANAC    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-BAIXANAC.
      *
           MOVE NAC-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE NAC-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE NAC-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE NAC-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-FILA-REENVIO       TO SRT-FILA.
           MOVE NAC-VALOR-BAIXA        TO SRT-VALOR.
           MOVE NAC-DATA-BAIXA         TO SRT-DATA-BAIXA.
           MOVE NAC-DATA-PROCESSAMENTO TO SRT-DATA-ABERTURA.
           MOVE SPACES                 TO SRT-COD-MOTIVO.
           PERFORM 2900-LIBERAR-OCORRENCIA
                   THRU 2900-LIBERAR-OCORRENCIA-EXIT.
       2300-LIBERAR-BAIXANAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-LIBERAR-BAIXAHLD - BAIXA RETIDA POR BLOQUEIO DA CONTA, *
      *    COM O MOTIVO DO BLOQUEIO.                                   *
      *----------------------------------------------------------------*
       2400-LIBERAR-BAIXAHLD.
           READ BAIXAHLD INTO WRK-AREA-CBPAW052.
           IF WRK-FS-BAIXAHLD = '10'
               SET WRK-FIM-BAIXAHLD-SIM TO TRUE
               CLOSE BAIXAHLD
               GO TO 2400-LIBERAR-BAIXAHLD-EXIT
           END-IF.
           IF WRK-FS-BAIXAHLD NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BAIXAHLD       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXAHLD    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-BAIXAHLD.
      *
           MOVE HLD-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE HLD-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE HLD-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE HLD-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-FILA-RETIDA        TO SRT-FILA.
           MOVE HLD-VALOR-BAIXA        TO SRT-VALOR.
           MOVE HLD-DATA-BAIXA         TO SRT-DATA-BAIXA.
           MOVE HLD-DATA-PROCESSAMENTO TO SRT-DATA-ABERTURA.
           MOVE HLD-COD-MOTIVO-BLOQ    TO SRT-COD-MOTIVO.
           PERFORM 2900-LIBERAR-OCORRENCIA
                   THRU 2900-LIBERAR-OCORRENCIA-EXIT.
       2400-LIBERAR-BAIXAHLD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LIBERAR-TITDUPL - DUPLICIDADE DE VALOR DIVERGENTE EM   *
      *    REVISAO MANUAL. AGENCIA E CONTA VEM DO CNEGOC; REGISTROS    *
      *    GRAVADOS ANTES DA SEQUENCIA EXISTIR NO TITDUPL (AREA LIVRE  *
      *    EM BRANCO) ENTRAM COM SEQUENCIA ZERO.                       *
      *----------------------------------------------------------------*
       2500-LIBERAR-TITDUPL.
           READ TITDUPL.
           IF WRK-FS-TITDUPL = '10'
               SET WRK-FIM-TITDUPL-SIM TO TRUE
               CLOSE TITDUPL
               GO TO 2500-LIBERAR-TITDUPL-EXIT
           END-IF.
           IF WRK-FS-TITDUPL NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-TITDUPL        TO WRK-ARQUIVO
               MOVE WRK-FS-TITDUPL     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-TITDUPL.
      *
           MOVE TITDUPL-CNEGOC         TO WRK-CNEGOC-DUPL.
           MOVE WRK-AGENC-DUPL         TO SRT-AGENC.
           MOVE WRK-CONTA-DUPL         TO SRT-CONTA.
           MOVE TITDUPL-NOSSO-NUMERO   TO SRT-NOSSO.
           IF TITDUPL-SEQUENCIA NUMERIC
               MOVE TITDUPL-SEQUENCIA  TO SRT-SEQUENCIA
           ELSE
               MOVE ZEROS              TO SRT-SEQUENCIA
           END-IF.
           MOVE WRK-FILA-DUPLICIDADE   TO SRT-FILA.
           MOVE TITDUPL-VALOR          TO SRT-VALOR.
           MOVE TITDUPL-DATA-BAIXA     TO SRT-DATA-BAIXA.
           MOVE WRK-DATA-CICLO         TO SRT-DATA-ABERTURA.
           MOVE SPACES                 TO SRT-COD-MOTIVO.
           PERFORM 2900-LIBERAR-OCORRENCIA
                   THRU 2900-LIBERAR-OCORRENCIA-EXIT.
       2500-LIBERAR-TITDUPL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-LIBERAR-BAIXAREJ - BAIXA REJEITADA AGUARDANDO          *
      *    CORRECAO VIA ARQCORR, COM O CODIGO DO MOTIVO.               *
      *----------------------------------------------------------------*
       2600-LIBERAR-BAIXAREJ.
           READ BAIXAREJ INTO WRK-AREA-CBPAW040.
           IF WRK-FS-BAIXAREJ = '10'
               SET WRK-FIM-BAIXAREJ-SIM TO TRUE
               CLOSE BAIXAREJ
               GO TO 2600-LIBERAR-BAIXAREJ-EXIT
           END-IF.
           IF WRK-FS-BAIXAREJ NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BAIXAREJ       TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXAREJ    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-BAIXAREJ.
      *
           MOVE REJ-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE REJ-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE REJ-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE REJ-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-FILA-REJEITADA     TO SRT-FILA.
           MOVE REJ-VALOR-BAIXA        TO SRT-VALOR.
           MOVE REJ-DATA-BAIXA         TO SRT-DATA-BAIXA.
           MOVE WRK-DATA-CICLO         TO SRT-DATA-ABERTURA.
           MOVE REJ-COD-MOTIVO         TO SRT-COD-MOTIVO.
           PERFORM 2900-LIBERAR-OCORRENCIA
                   THRU 2900-LIBERAR-OCORRENCIA-EXIT.
       2600-LIBERAR-BAIXAREJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-LIBERAR-AGEENCER - ENCERRAMENTO MANUAL INFORMADO PELA  *
      *    SUPERVISAO.                                                 *
      *----------------------------------------------------------------*
       2700-LIBERAR-AGEENCER.
           READ AGEENCER INTO WRK-AREA-CBPAW065.
           IF WRK-FS-AGEENCER = '10'
               SET WRK-FIM-AGEENCER-SIM TO TRUE
               CLOSE AGEENCER
               GO TO 2700-LIBERAR-AGEENCER-EXIT
           END-IF.
           IF WRK-FS-AGEENCER NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-AGEENCER       TO WRK-ARQUIVO
               MOVE WRK-FS-AGEENCER    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-AGEENCER.
      *
           MOVE ENC-AGENC-CNEGOC       TO SRT-AGENC.
           MOVE ENC-CONTA-CNEGOC       TO SRT-CONTA.
           MOVE ENC-NOSSO-NUMERO       TO SRT-NOSSO.
           MOVE ENC-SEQUENCIA          TO SRT-SEQUENCIA.
           MOVE WRK-TIPO-ENCERRAMENTO  TO SRT-TIPO.
           MOVE SPACES                 TO SRT-FILA
                                          SRT-COD-MOTIVO.
           MOVE ZEROS                  TO SRT-VALOR
                                          SRT-DATA-BAIXA
                                          SRT-DATA-ULT-OCORR.
           MOVE ENC-DATA-ENCERRAMENTO  TO SRT-DATA-ABERTURA.
           RELEASE REG-SRTAGE.
       2700-LIBERAR-AGEENCER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-LIBERAR-LIQUIDACOES - CURSOR DAS DISPOSICOES ACEITAS   *
      *    DO CICLO NO TCOBR_DISP_HIST.                                *
      *----------------------------------------------------------------*
       2800-LIBERAR-LIQUIDACOES.
           EXEC SQL
               OPEN CDISPHIS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           PERFORM 2810-LER-CURSOR-DISP-HIST
                   THRU 2810-LER-CURSOR-DISP-HIST-EXIT
                   UNTIL WRK-FIM-DISP-HIST-SIM.
      *
           EXEC SQL
               CLOSE CDISPHIS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2800-LIBERAR-LIQUIDACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2810-LER-CURSOR-DISP-HIST                                   *
      *----------------------------------------------------------------*
       2810-LER-CURSOR-DISP-HIST.
           EXEC SQL
               FETCH CDISPHIS
                INTO :WRK-LIQ-AGENCIA,
                     :WRK-LIQ-CONTA,
                     :WRK-LIQ-NOSSO,
                     :WRK-LIQ-SEQUENCIA,
                     :WRK-LIQ-VALOR
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1              TO ACU-LIDOS-DISP-HIST
                   MOVE WRK-LIQ-AGENCIA   TO SRT-AGENC
                   MOVE WRK-LIQ-CONTA     TO SRT-CONTA
                   MOVE WRK-LIQ-NOSSO     TO SRT-NOSSO
                   MOVE WRK-LIQ-SEQUENCIA TO SRT-SEQUENCIA
                   MOVE WRK-TIPO-LIQUIDACAO TO SRT-TIPO
                   MOVE SPACES            TO SRT-FILA
                                             SRT-COD-MOTIVO
                   MOVE WRK-LIQ-VALOR     TO SRT-VALOR
                   MOVE ZEROS             TO SRT-DATA-BAIXA
                                             SRT-DATA-ULT-OCORR
                   MOVE WRK-DATA-CICLO    TO SRT-DATA-ABERTURA
                   RELEASE REG-SRTAGE
               WHEN 100
                   SET WRK-FIM-DISP-HIST-SIM TO TRUE
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
       2810-LER-CURSOR-DISP-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-LIBERAR-OCORRENCIA - COMPLETA E LIBERA A OCORRENCIA DE *
      *    UMA FILA DO CICLO. DATA DE ABERTURA AUSENTE OU POSTERIOR AO *
      *    CICLO VALE A DATA DO CICLO.                                 *
      *----------------------------------------------------------------*
       2900-LIBERAR-OCORRENCIA.
           MOVE WRK-TIPO-FILA          TO SRT-TIPO.
           MOVE WRK-DATA-CICLO         TO SRT-DATA-ULT-OCORR.
           IF SRT-DATA-ABERTURA NOT NUMERIC
              OR SRT-DATA-ABERTURA = ZEROS
              OR SRT-DATA-ABERTURA > WRK-DATA-CICLO
               MOVE WRK-DATA-CICLO     TO SRT-DATA-ABERTURA
           END-IF.
           RELEASE REG-SRTAGE.
       2900-LIBERAR-OCORRENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-TRATAR-ITENS - PROCEDIMENTO DE SAIDA DO SORT: UMA      *
      *    CHAVE (BAIXA) POR VEZ, COM QUEBRA POR AGENCIA PARA A SECAO  *
      *    POR AGENCIA DO RELAGE.                                      *
      *----------------------------------------------------------------*
       3000-TRATAR-ITENS.
           PERFORM 3100-RETORNAR-SRTAGE
                   THRU 3100-RETORNAR-SRTAGE-EXIT.
      *
           PERFORM 3200-TRATAR-CHAVE
                   THRU 3200-TRATAR-CHAVE-EXIT
                   UNTIL WRK-FIM-SRTAGE-SIM.
      *
           PERFORM 3700-GRAVAR-AGENCIA
                   THRU 3700-GRAVAR-AGENCIA-EXIT.
       3000-TRATAR-ITENS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-RETORNAR-SRTAGE - PROXIMO REGISTRO CLASSIFICADO.       *
      *----------------------------------------------------------------*
       3100-RETORNAR-SRTAGE.
           RETURN SRTAGE
               AT END
                   SET WRK-FIM-SRTAGE-SIM TO TRUE
               NOT AT END
                   MOVE SRT-AGENC      TO CHS-AGENC
                   MOVE SRT-CONTA      TO CHS-CONTA
                   MOVE SRT-NOSSO      TO CHS-NOSSO
                   MOVE SRT-SEQUENCIA  TO CHS-SEQUENCIA
           END-RETURN.
       3100-RETORNAR-SRTAGE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-TRATAR-CHAVE - QUEBRA DE AGENCIA, COLETA DE TODOS OS   *
      *    REGISTROS DA CHAVE E DECISAO DO ITEM.                       *
      *----------------------------------------------------------------*
       3200-TRATAR-CHAVE.
           IF CHS-AGENC NOT = WRK-AGENC-ATUAL
               PERFORM 3700-GRAVAR-AGENCIA
                       THRU 3700-GRAVAR-AGENCIA-EXIT
               INITIALIZE WRK-TAB-AGING-AGENCIA
               MOVE CHS-AGENC          TO WRK-AGENC-ATUAL
           END-IF.
      *
           MOVE WRK-CHAVE-SRT          TO WRK-CHAVE-GRP.
           MOVE SPACES                 TO WRK-AREA-CBPAW064.
           SET WRK-ABERTO-ANT-NAO      TO TRUE.
           SET WRK-FILA-HOJE-NAO       TO TRUE.
           SET WRK-LIQUIDADO-NAO       TO TRUE.
           SET WRK-ENCERRADO-NAO       TO TRUE.
      *
           PERFORM 3300-ACUMULAR-REGISTRO
                   THRU 3300-ACUMULAR-REGISTRO-EXIT
                   UNTIL WRK-FIM-SRTAGE-SIM
                   OR WRK-CHAVE-SRT NOT = WRK-CHAVE-GRP.
      *
           PERFORM 3400-DECIDIR-ITEM
                   THRU 3400-DECIDIR-ITEM-EXIT.
       3200-TRATAR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-ACUMULAR-REGISTRO - O ITEM DO MESTRE VELHO VEM PRIMEIRO*
      *    E FIXA A DATA DE ABERTURA; AS OCORRENCIAS DO CICLO ATUALIZAM*
      *    A FILA, O VALOR E O MOTIVO (A ULTIMA PREVALECE), MANTENDO A *
      *    ABERTURA MAIS ANTIGA.                                       *
      *----------------------------------------------------------------*
       3300-ACUMULAR-REGISTRO.
           EVALUATE SRT-TIPO
               WHEN WRK-TIPO-ABERTO
                   SET WRK-ABERTO-ANT-SIM TO TRUE
                   MOVE GRP-AGENC      TO AGP-AGENC-CNEGOC
                   MOVE GRP-CONTA      TO AGP-CONTA-CNEGOC
                   MOVE GRP-NOSSO      TO AGP-NOSSO-NUMERO
                   MOVE GRP-SEQUENCIA  TO AGP-SEQUENCIA
                   MOVE SRT-FILA       TO AGP-FILA
                   MOVE SRT-VALOR      TO AGP-VALOR-BAIXA
                   MOVE SRT-DATA-BAIXA TO AGP-DATA-BAIXA
                   MOVE SRT-DATA-ABERTURA  TO AGP-DATA-ABERTURA
                   MOVE SRT-DATA-ULT-OCORR TO AGP-DATA-ULT-OCORR
                   MOVE SRT-COD-MOTIVO TO AGP-COD-MOTIVO
               WHEN WRK-TIPO-FILA
                   IF WRK-ABERTO-ANT-NAO
                      AND WRK-FILA-HOJE-NAO
                       MOVE GRP-AGENC      TO AGP-AGENC-CNEGOC
                       MOVE GRP-CONTA      TO AGP-CONTA-CNEGOC
                       MOVE GRP-NOSSO      TO AGP-NOSSO-NUMERO
                       MOVE GRP-SEQUENCIA  TO AGP-SEQUENCIA
                       MOVE SRT-DATA-ABERTURA TO AGP-DATA-ABERTURA
                   ELSE
                       IF SRT-DATA-ABERTURA < AGP-DATA-ABERTURA
                           MOVE SRT-DATA-ABERTURA
                                           TO AGP-DATA-ABERTURA
                       END-IF
                   END-IF
                   SET WRK-FILA-HOJE-SIM TO TRUE
                   MOVE SRT-FILA       TO AGP-FILA
                   MOVE SRT-VALOR      TO AGP-VALOR-BAIXA
                   MOVE SRT-DATA-BAIXA TO AGP-DATA-BAIXA
                   MOVE SRT-DATA-ULT-OCORR TO AGP-DATA-ULT-OCORR
                   MOVE SRT-COD-MOTIVO TO AGP-COD-MOTIVO
               WHEN WRK-TIPO-LIQUIDACAO
                   SET WRK-LIQUIDADO-SIM TO TRUE
               WHEN WRK-TIPO-ENCERRAMENTO
                   SET WRK-ENCERRADO-SIM TO TRUE
           END-EVALUATE.
      *
           PERFORM 3100-RETORNAR-SRTAGE
                   THRU 3100-RETORNAR-SRTAGE-EXIT.
       3300-ACUMULAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-DECIDIR-ITEM - LIQUIDACAO OU ENCERRAMENTO SEM ITEM     *
      *    SAO SO CONTADOS. ITEM DE CICLO ANTERIOR LIQUIDADO NESTE     *
      *    CICLO E FECHADO; ITEM ABERTO NESTE MESMO CICLO NAO E        *
      *    FECHADO POR LIQUIDACAO DO PROPRIO CICLO (A OCORRENCIA NA    *
      *    FILA E DO MESMO PROCESSAMENTO E PREVALECE). ENCERRAMENTO    *
      *    MANUAL FECHA EM QUALQUER CASO. O QUE FICA EM ABERTO VAI     *
      *    PARA O AGEPSAI, O ENVELHECIMENTO E O ESCALONAMENTO.         *
      *----------------------------------------------------------------*
       3400-DECIDIR-ITEM.
           IF WRK-ABERTO-ANT-NAO
              AND WRK-FILA-HOJE-NAO
               IF WRK-LIQUIDADO-SIM
                   ADD 1               TO ACU-LIQ-SEM-ITEM
               END-IF
               IF WRK-ENCERRADO-SIM
                   ADD 1               TO ACU-ENC-SEM-ITEM
               END-IF
               GO TO 3400-DECIDIR-ITEM-EXIT
           END-IF.
      *
           IF WRK-ABERTO-ANT-NAO
               ADD 1                   TO ACU-ABERTOS-NOVOS
           END-IF.
      *
           IF WRK-ABERTO-ANT-SIM
              AND WRK-LIQUIDADO-SIM
               ADD 1                   TO ACU-FECHADOS-LIQUIDACAO
               ADD AGP-VALOR-BAIXA     TO VAL-FECHADOS-LIQUIDACAO
               GO TO 3400-DECIDIR-ITEM-EXIT
           END-IF.
      *
           IF WRK-ENCERRADO-SIM
               ADD 1                   TO ACU-FECHADOS-MANUAL
               ADD AGP-VALOR-BAIXA     TO VAL-FECHADOS-MANUAL
               GO TO 3400-DECIDIR-ITEM-EXIT
           END-IF.
      *
           IF WRK-LIQUIDADO-SIM
               ADD 1                   TO ACU-LIQ-CICLO-ABERTURA
           END-IF.
      *
           PERFORM 3500-GRAVAR-AGEPSAI
                   THRU 3500-GRAVAR-AGEPSAI-EXIT.
           PERFORM 3600-ENVELHECER-ITEM
                   THRU 3600-ENVELHECER-ITEM-EXIT.
           PERFORM 3650-ESCALONAR-ITEM
                   THRU 3650-ESCALONAR-ITEM-EXIT.
       3400-DECIDIR-ITEM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-GRAVAR-AGEPSAI                                         *
      *----------------------------------------------------------------*
       3500-GRAVAR-AGEPSAI.
           WRITE REG-AGEPSAI FROM WRK-AREA-CBPAW064.
           IF WRK-FS-AGEPSAI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-AGEPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-AGEPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-AGEPSAI.
       3500-GRAVAR-AGEPSAI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-ENVELHECER-ITEM - DIAS CORRIDOS DESDE A ABERTURA, NA   *
      *    FAIXA E NA FILA DO ITEM, COM OS TOTAIS DA AGENCIA E GERAIS. *
      *----------------------------------------------------------------*
       3600-ENVELHECER-ITEM.
           COMPUTE WRK-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CICLO)
                 - FUNCTION INTEGER-OF-DATE (AGP-DATA-ABERTURA).
           IF WRK-DIAS-ABERTO < ZEROS
               MOVE ZEROS              TO WRK-DIAS-ABERTO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO NOT > 2
                   MOVE 1              TO WRK-SUB-FAIXA
               WHEN WRK-DIAS-ABERTO NOT > 5
                   MOVE 2              TO WRK-SUB-FAIXA
               WHEN WRK-DIAS-ABERTO NOT > 10
                   MOVE 3              TO WRK-SUB-FAIXA
               WHEN OTHER
                   MOVE 4              TO WRK-SUB-FAIXA
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN AGP-FILA-REENVIO
                   MOVE 1              TO WRK-SUB-FILA
               WHEN AGP-FILA-RETIDA
                   MOVE 2              TO WRK-SUB-FILA
               WHEN AGP-FILA-DUPLICIDADE
                   MOVE 3              TO WRK-SUB-FILA
               WHEN OTHER
                   MOVE 4              TO WRK-SUB-FILA
           END-EVALUATE.
      *
           ADD 1 TO AGA-QTD (WRK-SUB-FILA, WRK-SUB-FAIXA)
                    AGA-QTD (WRK-SUB-FILA, WRK-SUB-TOTAL)
                    AGA-QTD (WRK-SUB-TOTAL, WRK-SUB-FAIXA)
                    AGA-QTD (WRK-SUB-TOTAL, WRK-SUB-TOTAL)
                    AGG-QTD (WRK-SUB-FILA, WRK-SUB-FAIXA)
                    AGG-QTD (WRK-SUB-FILA, WRK-SUB-TOTAL)
                    AGG-QTD (WRK-SUB-TOTAL, WRK-SUB-FAIXA)
                    AGG-QTD (WRK-SUB-TOTAL, WRK-SUB-TOTAL).
           ADD AGP-VALOR-BAIXA
                 TO AGA-VALOR (WRK-SUB-FILA, WRK-SUB-FAIXA)
                    AGA-VALOR (WRK-SUB-FILA, WRK-SUB-TOTAL)
                    AGA-VALOR (WRK-SUB-TOTAL, WRK-SUB-FAIXA)
                    AGA-VALOR (WRK-SUB-TOTAL, WRK-SUB-TOTAL)
                    AGG-VALOR (WRK-SUB-FILA, WRK-SUB-FAIXA)
                    AGG-VALOR (WRK-SUB-FILA, WRK-SUB-TOTAL)
                    AGG-VALOR (WRK-SUB-TOTAL, WRK-SUB-FAIXA)
                    AGG-VALOR (WRK-SUB-TOTAL, WRK-SUB-TOTAL).
       3600-ENVELHECER-ITEM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3650-ESCALONAR-ITEM - MANTEM NA LISTA DE ESCALONAMENTO OS   *
      *    ITENS MAIS ANTIGOS, EM ORDEM DECRESCENTE DE DIAS: O ITEM    *
      *    ENTRA SE HA POSICAO LIVRE OU SE E MAIS ANTIGO QUE O ULTIMO  *
      *    DA LISTA, E OS MAIS NOVOS QUE ELE DESCEM UMA POSICAO.       *
      *----------------------------------------------------------------*
       3650-ESCALONAR-ITEM.
           IF WRK-QTD-ESC < WRK-MAX-ESC
               ADD 1                   TO WRK-QTD-ESC
               MOVE WRK-QTD-ESC        TO WRK-SUB-ESC
           ELSE
               IF WRK-DIAS-ABERTO > ESC-DIAS (WRK-QTD-ESC)
                   MOVE WRK-QTD-ESC    TO WRK-SUB-ESC
               ELSE
                   GO TO 3650-ESCALONAR-ITEM-EXIT
               END-IF
           END-IF.
      *
           SET WRK-POSICAO-ESC-NAO     TO TRUE.
           PERFORM 3660-DESLOCAR-ESCALONAMENTO
                   THRU 3660-DESLOCAR-ESCALONAMENTO-EXIT
                   UNTIL WRK-POSICAO-ESC-SIM.
      *
           MOVE WRK-DIAS-ABERTO        TO ESC-DIAS (WRK-SUB-ESC).
           MOVE WRK-AREA-CBPAW064      TO ESC-ITEM (WRK-SUB-ESC).
       3650-ESCALONAR-ITEM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3660-DESLOCAR-ESCALONAMENTO                                 *
      *----------------------------------------------------------------*
       3660-DESLOCAR-ESCALONAMENTO.
           IF WRK-SUB-ESC = 1
               SET WRK-POSICAO-ESC-SIM TO TRUE
               GO TO 3660-DESLOCAR-ESCALONAMENTO-EXIT
           END-IF.
           COMPUTE WRK-SUB-ESC-ANT = WRK-SUB-ESC - 1.
           IF ESC-DIAS (WRK-SUB-ESC-ANT) NOT < WRK-DIAS-ABERTO
               SET WRK-POSICAO-ESC-SIM TO TRUE
               GO TO 3660-DESLOCAR-ESCALONAMENTO-EXIT
           END-IF.
           MOVE WRK-TAB-ESC-OCOR (WRK-SUB-ESC-ANT)
                                  TO WRK-TAB-ESC-OCOR (WRK-SUB-ESC).
           MOVE WRK-SUB-ESC-ANT        TO WRK-SUB-ESC.
       3660-DESLOCAR-ESCALONAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3700-GRAVAR-AGENCIA - LINHAS DA AGENCIA ENCERRADA NA QUEBRA:*
      *    UMA POR FILA COM ITENS EM ABERTO E O TOTAL DA AGENCIA.      *
      *----------------------------------------------------------------*
       3700-GRAVAR-AGENCIA.
           IF AGA-QTD (WRK-SUB-TOTAL, WRK-SUB-TOTAL) = ZEROS
               GO TO 3700-GRAVAR-AGENCIA-EXIT
           END-IF.
      *
           PERFORM 3710-GRAVAR-LINHA-AGENCIA
                   THRU 3710-GRAVAR-LINHA-AGENCIA-EXIT
                   VARYING WRK-SUB-FILA FROM 1 BY 1
                   UNTIL WRK-SUB-FILA > WRK-SUB-TOTAL.
       3700-GRAVAR-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3710-GRAVAR-LINHA-AGENCIA                                   *
      *----------------------------------------------------------------*
       3710-GRAVAR-LINHA-AGENCIA.
           IF AGA-QTD (WRK-SUB-FILA, WRK-SUB-TOTAL) = ZEROS
               GO TO 3710-GRAVAR-LINHA-AGENCIA-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-AGING.
           MOVE 'AG '                  TO WLA-DESCRICAO.
           MOVE WRK-AGENC-ATUAL        TO WLA-DESCRICAO (4:4).
           MOVE WRK-DESC-FILA (WRK-SUB-FILA)
                                       TO WLA-DESCRICAO (9:9).
           PERFORM 3720-MOVER-FAIXA-AGENCIA
                   THRU 3720-MOVER-FAIXA-AGENCIA-EXIT
                   VARYING WRK-SUB-FAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-FAIXA > WRK-SUB-TOTAL.
           PERFORM 3800-GRAVAR-LINHA-AGING
                   THRU 3800-GRAVAR-LINHA-AGING-EXIT.
       3710-GRAVAR-LINHA-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3720-MOVER-FAIXA-AGENCIA                                    *
      *----------------------------------------------------------------*
       3720-MOVER-FAIXA-AGENCIA.
           MOVE AGA-QTD (WRK-SUB-FILA, WRK-SUB-FAIXA)
                                       TO WLA-QTD (WRK-SUB-FAIXA).
           MOVE AGA-VALOR (WRK-SUB-FILA, WRK-SUB-FAIXA)
                                       TO WLA-VALOR (WRK-SUB-FAIXA).
       3720-MOVER-FAIXA-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-GRAVAR-LINHA-AGING                                     *
      *----------------------------------------------------------------*
       3800-GRAVAR-LINHA-AGING.
           WRITE REG-RELAGE FROM WRK-LINHA-AGING.
           IF WRK-FS-RELAGE NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELAGE         TO WRK-ARQUIVO
               MOVE WRK-FS-RELAGE      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       3800-GRAVAR-LINHA-AGING-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-FINALIZAR - SECAO POR FILA, LISTA DE ESCALONAMENTO E   *
      *    TOTAIS DE CONTROLE DO RELAGE.                               *
      *----------------------------------------------------------------*
       4000-FINALIZAR.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           MOVE 'ENVELHECIMENTO POR FILA'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-CAB-AGING-1.
           WRITE REG-RELAGE FROM WRK-CAB-AGING-2.
      *
           PERFORM 4100-GRAVAR-LINHA-FILA
                   THRU 4100-GRAVAR-LINHA-FILA-EXIT
                   VARYING WRK-SUB-FILA FROM 1 BY 1
                   UNTIL WRK-SUB-FILA > WRK-SUB-TOTAL.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           MOVE 'ESCALONAMENTO - ITENS MAIS ANTIGOS EM ABERTO'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-CAB-ESC.
      *
           IF WRK-QTD-ESC > ZEROS
               PERFORM 4200-GRAVAR-LINHA-ESC
                       THRU 4200-GRAVAR-LINHA-ESC-EXIT
                       VARYING WRK-SUB-ESC FROM 1 BY 1
                       UNTIL WRK-SUB-ESC > WRK-QTD-ESC
           ELSE
               MOVE 'NENHUM ITEM EM ABERTO'
                                       TO WLT-DESCRICAO
               WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE
           END-IF.
      *
           PERFORM 4300-GRAVAR-TOTAIS-RELAGE
                   THRU 4300-GRAVAR-TOTAIS-RELAGE-EXIT.
      *
           CLOSE AGEPSAI RELAGE.
       4000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-GRAVAR-LINHA-FILA                                      *
      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-FILA.
           MOVE SPACES                 TO WRK-LINHA-AGING.
           IF WRK-SUB-FILA = WRK-SUB-TOTAL
               MOVE 'TOTAL GERAL'      TO WLA-DESCRICAO
           ELSE
               MOVE WRK-DESC-FILA (WRK-SUB-FILA)
                                       TO WLA-DESCRICAO
           END-IF.
           PERFORM 4110-MOVER-FAIXA-FILA
                   THRU 4110-MOVER-FAIXA-FILA-EXIT
                   VARYING WRK-SUB-FAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-FAIXA > WRK-SUB-TOTAL.
           PERFORM 3800-GRAVAR-LINHA-AGING
                   THRU 3800-GRAVAR-LINHA-AGING-EXIT.
       4100-GRAVAR-LINHA-FILA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4110-MOVER-FAIXA-FILA                                       *
      *----------------------------------------------------------------*
       4110-MOVER-FAIXA-FILA.
           MOVE AGG-QTD (WRK-SUB-FILA, WRK-SUB-FAIXA)
                                       TO WLA-QTD (WRK-SUB-FAIXA).
           MOVE AGG-VALOR (WRK-SUB-FILA, WRK-SUB-FAIXA)
                                       TO WLA-VALOR (WRK-SUB-FAIXA).
       4110-MOVER-FAIXA-FILA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4200-GRAVAR-LINHA-ESC                                       *
      *----------------------------------------------------------------*
       4200-GRAVAR-LINHA-ESC.
           MOVE ESC-ITEM (WRK-SUB-ESC) TO WRK-AREA-CBPAW064.
           EVALUATE TRUE
               WHEN AGP-FILA-REENVIO
                   MOVE 1              TO WRK-SUB-FILA
               WHEN AGP-FILA-RETIDA
                   MOVE 2              TO WRK-SUB-FILA
               WHEN AGP-FILA-DUPLICIDADE
                   MOVE 3              TO WRK-SUB-FILA
               WHEN OTHER
                   MOVE 4              TO WRK-SUB-FILA
           END-EVALUATE.
      *
           MOVE WRK-SUB-ESC            TO WLE-POSICAO.
           MOVE AGP-AGENC-CNEGOC       TO WLE-AGENC.
           MOVE AGP-CONTA-CNEGOC       TO WLE-CONTA.
           MOVE AGP-NOSSO-NUMERO       TO WLE-NOSSO-NUMERO.
           MOVE AGP-SEQUENCIA          TO WLE-SEQUENCIA.
           MOVE WRK-DESC-FILA (WRK-SUB-FILA) TO WLE-FILA.
           MOVE AGP-DATA-ABERTURA      TO WLE-DATA-ABERTURA.
           MOVE ESC-DIAS (WRK-SUB-ESC) TO WLE-DIAS.
           MOVE AGP-VALOR-BAIXA        TO WLE-VALOR.
           MOVE AGP-COD-MOTIVO         TO WLE-COD-MOTIVO.
           WRITE REG-RELAGE FROM WRK-LINHA-ESC.
           IF WRK-FS-RELAGE NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELAGE         TO WRK-ARQUIVO
               MOVE WRK-FS-RELAGE      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4200-GRAVAR-LINHA-ESC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4300-GRAVAR-TOTAIS-RELAGE - TOTAIS DE CONTROLE E BATIMENTO  *
      *    DO MESTRE: ANTERIORES + NOVOS - FECHADOS = GRAVADOS.        *
      *----------------------------------------------------------------*
       4300-GRAVAR-TOTAIS-RELAGE.
           COMPUTE ACU-BATIMENTO = ACU-LIDOS-AGEPEND
                                 + ACU-ABERTOS-NOVOS
                                 - ACU-FECHADOS-LIQUIDACAO
                                 - ACU-FECHADOS-MANUAL
                                 - ACU-GRAVADOS-AGEPSAI.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-AGE.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           MOVE '***  CBPA2AGE - TOTAIS DE CONTROLE  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           IF WRK-SEM-AGEPEND-SIM
               MOVE 'AGEPEND INEXISTENTE - PRIMEIRA EXECUCAO'
                                          TO WLT-DESCRICAO
               WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE
           END-IF.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-AGE.
           MOVE 'ITENS EM ABERTO LIDOS DO AGEPEND'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-AGEPEND         TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'REGISTROS LIDOS DO PENDREEN'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-PENDREEN        TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'REGISTROS LIDOS DO BAIXANAC'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXANAC        TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'REGISTROS LIDOS DO BAIXAHLD'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXAHLD        TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'REGISTROS LIDOS DO TITDUPL'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-TITDUPL         TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'REGISTROS LIDOS DO BAIXAREJ'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXAREJ        TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'ENCERRAMENTOS LIDOS DO AGEENCER'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-AGEENCER        TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'LIQUIDACOES DO CICLO NO TCOBR_DISP_HIST'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-DISP-HIST       TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'ITENS ABERTOS NO CICLO'  TO WLT-DESCRICAO.
           MOVE ACU-ABERTOS-NOVOS         TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE SPACES                    TO WRK-LINHA-VALOR-AGE.
           MOVE 'ITENS FECHADOS POR LIQUIDACAO'
                                          TO WLV-DESCRICAO.
           MOVE ACU-FECHADOS-LIQUIDACAO   TO WLV-QTD.
           MOVE VAL-FECHADOS-LIQUIDACAO   TO WLV-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-VALOR-AGE.
      *
           MOVE 'ITENS ENCERRADOS MANUALMENTE'
                                          TO WLV-DESCRICAO.
           MOVE ACU-FECHADOS-MANUAL       TO WLV-QTD.
           MOVE VAL-FECHADOS-MANUAL       TO WLV-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-VALOR-AGE.
      *
           MOVE 'ITENS EM ABERTO GRAVADOS NO AGEPSAI'
                                          TO WLV-DESCRICAO.
           MOVE ACU-GRAVADOS-AGEPSAI      TO WLV-QTD.
           MOVE AGG-VALOR (WRK-SUB-TOTAL, WRK-SUB-TOTAL)
                                          TO WLV-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-VALOR-AGE.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-AGE.
           MOVE 'LIQUIDADOS NO PROPRIO CICLO DA ABERTURA'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIQ-CICLO-ABERTURA    TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'LIQUIDACOES SEM ITEM EM ABERTO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIQ-SEM-ITEM          TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE 'ENCERRAMENTOS SEM ITEM EM ABERTO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-ENC-SEM-ITEM          TO WLT-VALOR.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-AGE.
           MOVE 'BATIMENTO DO MESTRE'     TO WLT-DESCRICAO.
           IF ACU-BATIMENTO = ZEROS
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
           END-IF.
           WRITE REG-RELAGE FROM WRK-LINHA-TOTAL-AGE.
           IF WRK-FS-RELAGE NOT = '00'
               MOVE WRK-GRAVACAO          TO WRK-OPERACAO
               MOVE WRK-RELAGE            TO WRK-ARQUIVO
               MOVE WRK-FS-RELAGE         TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4300-GRAVAR-TOTAIS-RELAGE-EXIT.
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
       END PROGRAM CBPA2AGE.

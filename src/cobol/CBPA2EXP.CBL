      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2EXP                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: EXPURGO PERIODICO DE CBPA.TCOBR_DISP_HIST E    *
      *                CBPA.TCOBR_MOVTO: AS LINHAS COM                *
      *                DATA_PROCESSAMENTO ANTERIOR A DATA DE CORTE DE *
      *                CADA TABELA (DATA DO CICLO MENOS A RETENCAO EM *
      *                DIAS, INFORMADA SEPARADAMENTE POR TABELA NO    *
      *                PARM) SAO GRAVADAS NO ARQUIVO DE EXPURGO       *
      *                (EXPARQ, GERACAO DATADA) E REMOVIDAS DA BASE.  *
      *                FICAM NA BASE: AS LINHAS DE TITULOS COM ITEM   *
      *                EM ABERTO NAS FILAS DE TRABALHO (AGEPEND,      *
      *                MESTRE DO CBPA2AGE) E AS LINHAS DOS CICLOS COM *
      *                DIVERGENCIA PENDENTE NA CONCILIACAO (RECPEND,  *
      *                MESTRE DO CBPA2REC). AS LINHAS SAO TRATADAS EM *
      *                GRUPOS DE MESMO TITULO E MESMA DATA DE         *
      *                PROCESSAMENTO (O TCOBR_MOVTO NAO TEM CHAVE     *
      *                UNICA); CADA GRUPO E GRAVADO NO EXPARQ E       *
      *                EXCLUIDO POR INTEIRO, E A QUANTIDADE EXCLUIDA  *
      *                E CONFERIDA COM A GRAVADA. A UNIDADE DE        *
      *                TRABALHO E CONFIRMADA NO CHECKPOINT DO         *
      *                CKRS0105, SEMPRE NA QUEBRA DE GRUPO; NO        *
      *                RESTART O EXPARQ DA EXECUCAO INTERROMPIDA      *
      *                (EXPANT) E RECOPIADO ATE O ULTIMO CHECKPOINT E *
      *                OS CURSORES SAO REABERTOS (O QUE JA FOI        *
      *                CONFIRMADO NAO ESTA MAIS NA BASE). O RELATORIO *
      *                (RELEXP) TRAZ, POR TABELA, QUANTIDADE E VALOR  *
      *                LIDOS, RETIDOS, ARQUIVADOS, EXCLUIDOS E        *
      *                REMANESCENTES ANTES DO CORTE, COM O BATIMENTO  *
      *                ENTRE ELES; DIVERGENCIA NO BATIMENTO ENCERRA O *
      *                JOB COM RETURN-CODE 4.                         *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2EXP.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    EXPURGO DE TCOBR_DISP_HIST E             *
      *                       TCOBR_MOVTO COM RETENCAO POR TABELA,     *
      *                       ARQUIVO DATADO, PRESERVACAO DOS ITENS EM *
      *                       ABERTO E DAS DIVERGENCIAS PENDENTES,     *
      *                       CHECKPOINT/RESTART VIA CKRS0105 E        *
      *                       RELATORIO DE BATIMENTO (WCS-36)          *
      *    15/10/2026  WCS    AGEPEND/RECPEND AUSENTES (FILE STATUS    *
      *                       35, ANTES DA PRIMEIRA EXECUCAO DO        *
      *                       CBPA2AGE/CBPA2REC) NAO ABENDAM MAIS O    *
      *                       EXPURGO: VALEM COMO SEM ITEM EM ABERTO / *
      *                       SEM CICLO PENDENTE (WCS-36 CORRIGIDO)    *
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
           SELECT RECPEND     ASSIGN TO RECPEND
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RECPEND.
      *
           SELECT EXPANT      ASSIGN TO EXPANT
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-EXPANT.
      *
           SELECT EXPARQ      ASSIGN TO EXPARQ
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-EXPARQ.
      *
           SELECT RELEXP      ASSIGN TO RELEXP
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELEXP.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  AGEPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AGEPEND                PIC  X(100).
      *
       FD  RECPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RECPEND                PIC  X(060).
      *
       FD  EXPANT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXPANT                 PIC  X(120).
      *
       FD  EXPARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXPARQ                 PIC  X(120).
      *
       FD  RELEXP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELEXP                 PIC  X(132).
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
           '* LAYOUT DOS ARQUIVOS DE ENTRADA E SAIDA *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW064.
           COPY 'CBPAW064'.
      *
       01  WRK-AREA-CBPAW066.
           COPY 'CBPAW066'.
      *
       01  WRK-AREA-CBPAW067.
           COPY 'CBPAW067'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA COPY PARA CKRS0105 *'.
      *----------------------------------------------------------------*
      *
           COPY 'I#CKRS04'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE RETENCAO E DATAS DE CORTE *'.
      *----------------------------------------------------------------*
      *
      *    RETENCAO PADRAO EM DIAS: HISTORICO DE DISPOSICOES UM ANO,
      *    MOVIMENTO FINANCEIRO CINCO ANOS. O PARM NAO ACEITA
      *    RETENCAO MENOR QUE O MINIMO, QUE COBRE COM FOLGA O
      *    ENVELHECIMENTO DAS FILAS E A CONCILIACAO COM A REDE.
       77  WRK-RETENCAO-HIST-DEFAULT   PIC  9(005)         VALUE 00365.
       77  WRK-RETENCAO-MOVTO-DEFAULT  PIC  9(005)         VALUE 01825.
       77  WRK-RETENCAO-MINIMA         PIC  9(005)         VALUE 00090.
       77  WRK-RETENCAO-HIST           PIC  9(005)         VALUE ZEROS.
       77  WRK-RETENCAO-MOVTO          PIC  9(005)         VALUE ZEROS.
       77  WRK-DATA-CICLO              PIC  9(008)         VALUE ZEROS.
       77  WRK-CORTE-HIST              PIC  9(008)         VALUE ZEROS.
       77  WRK-CORTE-MOVTO             PIC  9(008)         VALUE ZEROS.
       77  WRK-DIAS-CORTE              PIC S9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DOS CICLOS COM DIVERGENCIA PENDENTE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-QTD-TAB-PEND            PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-PEND            PIC  9(003) COMP-3  VALUE 500.
       77  WRK-IDX-PEND                PIC  9(003) COMP    VALUE ZEROS.
       01  WRK-TAB-PEND.
           05  WRK-TAB-PEND-OCOR       OCCURS 500 TIMES.
               10  PEN-DATA-CICLO      PIC  9(008).
      *
       77  WRK-SIT-PEND                PIC  X(001)         VALUE 'N'.
           88  WRK-CICLO-PENDENTE                          VALUE 'S'.
           88  WRK-CICLO-LIVRE                             VALUE 'N'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DO BALANCE-LINE BASE X ITENS EM ABERTO *'.
      *----------------------------------------------------------------*
      *
      *    OS CURSORES E O AGEPEND ESTAO NA MESMA ORDEM DE TITULO
      *    (AGENCIA + CONTA + NOSSO-NUMERO); O AGEPEND E RELIDO DO
      *    INICIO PARA CADA TABELA.
       01  WRK-CHAVE-LINHA.
           05  CHL-TITULO.
               10  CHL-AGENCIA         PIC  9(004).
               10  CHL-CONTA           PIC  9(007).
               10  CHL-NOSSO           PIC  9(012).
           05  CHL-DATA-PROC           PIC  9(008).
      *
       01  WRK-CHAVE-GRUPO.
           05  CHG-TITULO.
               10  CHG-AGENCIA         PIC  9(004).
               10  CHG-CONTA           PIC  9(007).
               10  CHG-NOSSO           PIC  9(012).
           05  CHG-DATA-PROC           PIC  9(008).
      *
       01  WRK-CHAVE-ABERTO.
           05  CHA-AGENCIA             PIC  9(004).
           05  CHA-CONTA               PIC  9(007).
           05  CHA-NOSSO               PIC  9(012).
       01  WRK-CHAVE-ABERTO-ANT        PIC  X(023)         VALUE
           LOW-VALUES.
      *
       77  WRK-FASE                    PIC  X(001)         VALUE 'H'.
           88  WRK-FASE-HIST                               VALUE 'H'.
           88  WRK-FASE-MOVTO                              VALUE 'M'.
      *
       77  WRK-SIT-GRUPO               PIC  X(001)         VALUE 'N'.
           88  WRK-GRUPO-ABERTO                            VALUE 'S'.
           88  WRK-GRUPO-FECHADO                           VALUE 'N'.
       77  WRK-DESTINO-GRUPO           PIC  X(001)         VALUE SPACES.
           88  WRK-GRUPO-ARQUIVAR                          VALUE 'A'.
           88  WRK-GRUPO-ITEM-ABERTO                       VALUE 'F'.
           88  WRK-GRUPO-DIVERGENCIA                       VALUE 'P'.
       77  WRK-QTD-GRUPO               PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-VLR-GRUPO               PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-QTD-EXCLUIDA            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-DESDE-CKPT              PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DOS CURSORES DE EXPURGO *'.
      *----------------------------------------------------------------*
      *
       01  WRK-HIS-LIDA.
           05  WRK-HIS-ARQ-SEQ         PIC  9(006).
           05  WRK-HIS-SEQUENCIA       PIC  9(006).
           05  WRK-HIS-FONTE           PIC  X(001).
           05  WRK-HIS-AGENCIA         PIC  9(004).
           05  WRK-HIS-CONTA           PIC  9(007).
           05  WRK-HIS-NOSSO           PIC  9(012).
           05  WRK-HIS-VALOR           PIC  9(013)V99.
           05  WRK-HIS-DATA-BAIXA      PIC  9(008).
           05  WRK-HIS-DISPOSICAO      PIC  X(002).
           05  WRK-HIS-COD-MOTIVO      PIC  X(002).
           05  WRK-HIS-DATA-PROC       PIC  9(008).
      *
       01  WRK-MOV-LIDO.
           05  WRK-MOV-AGENCIA         PIC  9(004).
           05  WRK-MOV-CONTA           PIC  9(007).
           05  WRK-MOV-CNEGOC          PIC  9(018).
           05  WRK-MOV-NOSSO           PIC  9(012).
           05  WRK-MOV-VALOR           PIC  9(013)V99.
           05  WRK-MOV-DATA-BAIXA      PIC  9(008).
           05  WRK-MOV-TIPO-BAIXA      PIC  X(002).
           05  WRK-MOV-DATA-PROC       PIC  9(008).
      *
       77  WRK-QTD-REMAN               PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-VLR-REMAN               PIC S9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-AGEPEND       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-RECPEND       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-EXPANT        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-EXPARQ     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DIVERGENCIAS        PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *    POR TABELA: LIDAS (INCLUSIVE AS JA CONFIRMADAS ANTES DO
      *    RESTART), RETIDAS POR ITEM EM ABERTO, RETIDAS POR
      *    DIVERGENCIA PENDENTE, ARQUIVADAS NO EXPARQ, EXCLUIDAS DA
      *    BASE E REMANESCENTES ANTES DO CORTE AO FINAL.
       01  WRK-TOTAIS-HIST.
           05  ACU-LIDOS-HIST          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-RET-ABERTO-HIST     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-RET-PEND-HIST       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ARQ-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-EXC-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REMAN-HIST          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CONF-HIST           PIC  9(009) COMP-3  VALUE ZEROS.
           05  VAL-LIDOS-HIST          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-RET-ABERTO-HIST     PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-RET-PEND-HIST       PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-ARQ-HIST            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-EXC-HIST            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-REMAN-HIST          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-CONF-HIST           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
       01  WRK-TOTAIS-MOVTO.
           05  ACU-LIDOS-MOVTO         PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-RET-ABERTO-MOVTO    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-RET-PEND-MOVTO      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ARQ-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-EXC-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REMAN-MOVTO         PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CONF-MOVTO          PIC  9(009) COMP-3  VALUE ZEROS.
           05  VAL-LIDOS-MOVTO         PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-RET-ABERTO-MOVTO    PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-RET-PEND-MOVTO      PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-ARQ-MOVTO           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-EXC-MOVTO           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-REMAN-MOVTO         PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-CONF-MOVTO          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *    QUADRO DA TABELA EM EMISSAO NO RELATORIO (MESMA ORDEM DOS
      *    TOTAIS POR TABELA ACIMA).
       01  WRK-QUADRO.
           05  QDR-LIDOS               PIC  9(009) COMP-3.
           05  QDR-RET-ABERTO          PIC  9(009) COMP-3.
           05  QDR-RET-PEND            PIC  9(009) COMP-3.
           05  QDR-ARQ                 PIC  9(009) COMP-3.
           05  QDR-EXC                 PIC  9(009) COMP-3.
           05  QDR-REMAN               PIC  9(009) COMP-3.
           05  QDR-CONF                PIC  9(009) COMP-3.
           05  QDR-VAL-LIDOS           PIC  9(015)V99 COMP-3.
           05  QDR-VAL-RET-ABERTO      PIC  9(015)V99 COMP-3.
           05  QDR-VAL-RET-PEND        PIC  9(015)V99 COMP-3.
           05  QDR-VAL-ARQ             PIC  9(015)V99 COMP-3.
           05  QDR-VAL-EXC             PIC  9(015)V99 COMP-3.
           05  QDR-VAL-REMAN           PIC  9(015)V99 COMP-3.
           05  QDR-VAL-CONF            PIC  9(015)V99 COMP-3.
       77  WRK-NOME-TABELA             PIC  X(045)         VALUE SPACES.
       77  WRK-QTD-RETIDA              PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-VLR-RETIDO              PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DO EXPURGO (RELEXP) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-LINHA-TOTAL-EXP.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-QTD-VLR-EXP.
           05  WLQ-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLQ-QTD                 PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WLQ-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(050)         VALUE SPACES.
      *
       01  WRK-CAB-QUADRO-EXP.
           05  FILLER                  PIC  X(050)         VALUE SPACES.
           05  FILLER                  PIC  X(011)         VALUE
               'QUANTIDADE'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(018)         VALUE
               '      VALOR BAIXA'.
           05  FILLER                  PIC  X(050)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA VARIAVEIS AUXILIARES *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DUMP-BAT                PIC  X(001)    VALUE 'S'.
       77  WRK-ABEND-BAT               PIC S9(004) COMP VALUE +1111.
       77  WRK-RC-DIVERGENCIA          PIC S9(004) COMP VALUE +4.
      *
       77  WRK-PROGRAMA                PIC  X(008)         VALUE
           'CBPA2EXP'.
       77  WRK-CKRS0105                PIC  X(008)         VALUE
           'CKRS0105'.
      *
       77  WRK-CKPT-INTERVALO-DEFAULT  PIC  9(005)         VALUE 01000.
       77  WRK-QTD-REG-RESTART         PIC  9(009) COMP-3  VALUE ZEROS.
      *
       77  WRK-AGEPEND                 PIC  X(008)         VALUE
           'AGEPEND'.
       77  WRK-RECPEND                 PIC  X(008)         VALUE
           'RECPEND'.
       77  WRK-EXPANT                  PIC  X(008)         VALUE
           'EXPANT'.
       77  WRK-EXPARQ                  PIC  X(008)         VALUE
           'EXPARQ'.
       77  WRK-RELEXP                  PIC  X(008)         VALUE
           'RELEXP'.
      *
       77  WRK-FIM-AGEPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-AGEPEND-SIM                         VALUE 'S'.
           88  WRK-FIM-AGEPEND-NAO                         VALUE 'N'.
       77  WRK-FIM-RECPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-RECPEND-SIM                         VALUE 'S'.
           88  WRK-FIM-RECPEND-NAO                         VALUE 'N'.
       77  WRK-SEM-AGEPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-AGEPEND-SIM                         VALUE 'S'.
           88  WRK-SEM-AGEPEND-NAO                         VALUE 'N'.
       77  WRK-SEM-RECPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-RECPEND-SIM                         VALUE 'S'.
           88  WRK-SEM-RECPEND-NAO                         VALUE 'N'.
       77  WRK-FIM-EXPANT              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-EXPANT-SIM                          VALUE 'S'.
           88  WRK-FIM-EXPANT-NAO                          VALUE 'N'.
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
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE FILE-STATUS *'.
      *----------------------------------------------------------------*
      *
       77  WRK-FS-AGEPEND              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RECPEND              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EXPANT               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EXPARQ               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELEXP               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *    CURSORES DAS LINHAS ANTERIORES AO CORTE, ORDENADOS POR
      *    TITULO E DATA DE PROCESSAMENTO (ORDEM DO AGEPEND E DOS
      *    GRUPOS DE EXCLUSAO). WITH HOLD: O COMMIT DO CHECKPOINT NAO
      *    FECHA O CURSOR.
           EXEC SQL
               DECLARE CEXPHIS CURSOR WITH HOLD FOR
                   SELECT ARQ_SEQUENCIA, SEQUENCIA, FONTE,
                          AGENCIA, CONTA, NOSSO_NUMERO,
                          VLBAIXA, DATA_BAIXA, DISPOSICAO,
                          COD_MOTIVO, DATA_PROCESSAMENTO
                     FROM CBPA.TCOBR_DISP_HIST
                    WHERE DATA_PROCESSAMENTO < :WRK-CORTE-HIST
                    ORDER BY AGENCIA, CONTA, NOSSO_NUMERO,
                             DATA_PROCESSAMENTO
           END-EXEC.
      *
           EXEC SQL
               DECLARE CEXPMOV CURSOR WITH HOLD FOR
                   SELECT AGENCIA, CONTA, CNEGOC, NOSSO_NUMERO,
                          VLBAIXA, DATA_BAIXA, TIPO_BAIXA,
                          DATA_PROCESSAMENTO
                     FROM CBPA.TCOBR_MOVTO
                    WHERE DATA_PROCESSAMENTO < :WRK-CORTE-MOVTO
                    ORDER BY AGENCIA, CONTA, NOSSO_NUMERO,
                             DATA_PROCESSAMENTO
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  WRK-PARM-ENTRADA.
           05  WRK-PARM-TAM            PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-CKPT-INTERVALO  PIC 9(005).
               10  WRK-PARM-DATA-CICLO      PIC 9(008).
               10  WRK-PARM-RETENCAO-HIST   PIC 9(005).
               10  WRK-PARM-RETENCAO-MOVTO  PIC 9(005).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           PERFORM 2000-EXPURGAR-DISP-HIST
                   THRU 2000-EXPURGAR-DISP-HIST-EXIT.
      *
           PERFORM 3000-EXPURGAR-MOVTO
                   THRU 3000-EXPURGAR-MOVTO-EXIT.
      *
           PERFORM 4000-FINALIZAR
                   THRU 4000-FINALIZAR-EXIT.
      *
           IF ACU-DIVERGENCIAS > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PARM E DATAS DE CORTE, CONSULTA DE       *
      *    RESTART, CARGA DOS CICLOS PENDENTES E ABERTURA DOS          *
      *    ARQUIVOS. NO RESTART O EXPARQ E REFEITO A PARTIR DO EXPANT  *
      *    ATE O ULTIMO CHECKPOINT.                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1050-LER-PARAMETROS
                   THRU 1050-LER-PARAMETROS-EXIT.
      *
           PERFORM 1080-CONSULTAR-RESTART
                   THRU 1080-CONSULTAR-RESTART-EXIT.
      *
      *    SEM RECPEND (ANTES DO PRIMEIRO CBPA2REC) NAO HA CICLO
      *    PENDENTE A PRESERVAR.
           OPEN INPUT  RECPEND.
           IF WRK-FS-RECPEND = '35'
               SET WRK-SEM-RECPEND-SIM TO TRUE
               SET WRK-FIM-RECPEND-SIM TO TRUE
           ELSE
               IF WRK-FS-RECPEND NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-RECPEND     TO WRK-ARQUIVO
                   MOVE WRK-FS-RECPEND  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           PERFORM 1100-CARREGAR-PENDENCIAS
                   THRU 1100-CARREGAR-PENDENCIAS-EXIT
                   UNTIL WRK-FIM-RECPEND-SIM.
      *
           IF WRK-SEM-RECPEND-NAO
               CLOSE RECPEND
           END-IF.
      *
           OPEN OUTPUT RELEXP.
           IF WRK-FS-RELEXP NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELEXP         TO WRK-ARQUIVO
               MOVE WRK-FS-RELEXP      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT EXPARQ.
           IF WRK-FS-EXPARQ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-EXPARQ         TO WRK-ARQUIVO
               MOVE WRK-FS-EXPARQ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW067.
           SET EXA-HEADER              TO TRUE.
           MOVE WRK-DATA-CICLO         TO EXA-HDR-DATA-CICLO.
           MOVE WRK-RETENCAO-HIST      TO EXA-HDR-RETENCAO-HIST.
           MOVE WRK-CORTE-HIST         TO EXA-HDR-CORTE-HIST.
           MOVE WRK-RETENCAO-MOVTO     TO EXA-HDR-RETENCAO-MOVTO.
           MOVE WRK-CORTE-MOVTO        TO EXA-HDR-CORTE-MOVTO.
           PERFORM 2800-GRAVAR-EXPARQ THRU 2800-GRAVAR-EXPARQ-EXIT.
      *
           IF CKRS04-COM-RESTART
               PERFORM 1150-RECOPIAR-EXPANT
                       THRU 1150-RECOPIAR-EXPANT-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1050-LER-PARAMETROS - INTERVALO DE CHECKPOINT, DATA DO      *
      *    CICLO E RETENCAO EM DIAS DE CADA TABELA. NA AUSENCIA DO     *
      *    PARM, INTERVALO E RETENCOES PADRAO E DATA CORRENTE.         *
      *    RETENCAO ABAIXO DO MINIMO E ERRO DE PARAMETRO.              *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS.
           MOVE WRK-PROGRAMA           TO CKRS04-PROGRAMA.
           MOVE WRK-CKPT-INTERVALO-DEFAULT
                                       TO CKRS04-QTD-REG-CKPT.
           MOVE WRK-RETENCAO-HIST-DEFAULT
                                       TO WRK-RETENCAO-HIST.
           MOVE WRK-RETENCAO-MOVTO-DEFAULT
                                       TO WRK-RETENCAO-MOVTO.
           ACCEPT WRK-DATA-CICLO       FROM DATE YYYYMMDD.
      *
           IF WRK-PARM-TAM > ZEROS
               IF WRK-PARM-CKPT-INTERVALO > ZEROS
                   MOVE WRK-PARM-CKPT-INTERVALO
                                       TO CKRS04-QTD-REG-CKPT
               END-IF
               IF WRK-PARM-DATA-CICLO > ZEROS
                   MOVE WRK-PARM-DATA-CICLO
                                       TO WRK-DATA-CICLO
               END-IF
               IF WRK-PARM-RETENCAO-HIST > ZEROS
                   MOVE WRK-PARM-RETENCAO-HIST
                                       TO WRK-RETENCAO-HIST
               END-IF
               IF WRK-PARM-RETENCAO-MOVTO > ZEROS
                   MOVE WRK-PARM-RETENCAO-MOVTO
                                       TO WRK-RETENCAO-MOVTO
               END-IF
           END-IF.
      *
           IF WRK-RETENCAO-HIST < WRK-RETENCAO-MINIMA
              OR WRK-RETENCAO-MOVTO < WRK-RETENCAO-MINIMA
               DISPLAY 'RETENCAO ABAIXO DO MINIMO DE '
                       WRK-RETENCAO-MINIMA ' DIAS - HIST '
                       WRK-RETENCAO-HIST ' MOVTO ' WRK-RETENCAO-MOVTO
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           COMPUTE WRK-DIAS-CORTE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CICLO)
                 - WRK-RETENCAO-HIST.
           COMPUTE WRK-CORTE-HIST =
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-CORTE).
      *
           COMPUTE WRK-DIAS-CORTE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CICLO)
                 - WRK-RETENCAO-MOVTO.
           COMPUTE WRK-CORTE-MOVTO =
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-CORTE).
       1050-LER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1080-CONSULTAR-RESTART - PERGUNTA AO CKRS0105 SE ESTA       *
      *    EXECUCAO E UM RESTART DE JOB ABENDADO; NO RESTART O MODULO  *
      *    DEVOLVE EM CKRS04-QTD-REG-LIDOS A QUANTIDADE DE LINHAS JA   *
      *    ARQUIVADAS E EXCLUIDAS ATE O ULTIMO CHECKPOINT.             *
      *----------------------------------------------------------------*
       1080-CONSULTAR-RESTART.
           MOVE ZEROS                  TO CKRS04-QTD-REG-LIDOS.
           CALL WRK-CKRS0105 USING WRK-AREA-CKRS0105.
           IF CKRS04-COD-RETORNO NOT = ZEROS
               DISPLAY 'ERRO NA CONSULTA DE RESTART CKRS0105 - COD '
                       CKRS04-COD-RETORNO
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           IF CKRS04-COM-RESTART
               MOVE CKRS04-QTD-REG-LIDOS
                                       TO WRK-QTD-REG-RESTART
           END-IF.
       1080-CONSULTAR-RESTART-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PENDENCIAS - CICLOS COM DIVERGENCIA PENDENTE  *
      *    NA CONCILIACAO (RECPEND).                                   *
      *----------------------------------------------------------------*
       1100-CARREGAR-PENDENCIAS.
           READ RECPEND INTO WRK-AREA-CBPAW066.
           IF WRK-FS-RECPEND = '10'
               SET WRK-FIM-RECPEND-SIM TO TRUE
               GO TO 1100-CARREGAR-PENDENCIAS-EXIT
           END-IF.
           IF WRK-FS-RECPEND NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-RECPEND        TO WRK-ARQUIVO
               MOVE WRK-FS-RECPEND     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-RECPEND.
      *
           IF WRK-QTD-TAB-PEND NOT < WRK-MAX-TAB-PEND
               DISPLAY 'ESTOURO DA TABELA DE CICLOS PENDENTES - '
                       'LIMITE ' WRK-MAX-TAB-PEND
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           ADD 1                       TO WRK-QTD-TAB-PEND.
           MOVE WRK-QTD-TAB-PEND       TO WRK-IDX-PEND.
           MOVE RPD-DATA-CICLO         TO PEN-DATA-CICLO (WRK-IDX-PEND).
       1100-CARREGAR-PENDENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1150-RECOPIAR-EXPANT - NO RESTART, COPIA PARA O NOVO EXPARQ *
      *    AS LINHAS QUE A EXECUCAO INTERROMPIDA JA TINHA ARQUIVADO E  *
      *    CONFIRMADO (AS PRIMEIRAS CKRS04-QTD-REG-LIDOS); O QUE VEIO  *
      *    DEPOIS FOI DESFEITO NA BASE PELO ROLLBACK DO ABEND E SERA   *
      *    LIDO DE NOVO PELOS CURSORES. OS TOTAIS DO JA CONFIRMADO SAO *
      *    RECONSTRUIDOS DAS LINHAS COPIADAS.                          *
      *----------------------------------------------------------------*
       1150-RECOPIAR-EXPANT.
           OPEN INPUT EXPANT.
           IF WRK-FS-EXPANT NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-EXPANT         TO WRK-ARQUIVO
               MOVE WRK-FS-EXPANT      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 1160-LER-EXPANT THRU 1160-LER-EXPANT-EXIT.
           IF WRK-FIM-EXPANT-SIM
              OR NOT EXA-HEADER
              OR EXA-HDR-DATA-CICLO NOT = WRK-DATA-CICLO
              OR EXA-HDR-CORTE-HIST NOT = WRK-CORTE-HIST
              OR EXA-HDR-CORTE-MOVTO NOT = WRK-CORTE-MOVTO
               DISPLAY 'EXPANT NAO CORRESPONDE AO CICLO '
                       WRK-DATA-CICLO ' E AS DATAS DE CORTE DO PARM'
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           PERFORM 1170-COPIAR-LINHA-EXPANT
                   THRU 1170-COPIAR-LINHA-EXPANT-EXIT
                   UNTIL ACU-CONF-HIST + ACU-CONF-MOVTO
                         NOT < WRK-QTD-REG-RESTART.
      *
           CLOSE EXPANT.
      *
           MOVE ACU-CONF-HIST          TO ACU-LIDOS-HIST
                                          ACU-ARQ-HIST
                                          ACU-EXC-HIST.
           MOVE VAL-CONF-HIST          TO VAL-LIDOS-HIST
                                          VAL-ARQ-HIST
                                          VAL-EXC-HIST.
           MOVE ACU-CONF-MOVTO         TO ACU-LIDOS-MOVTO
                                          ACU-ARQ-MOVTO
                                          ACU-EXC-MOVTO.
           MOVE VAL-CONF-MOVTO         TO VAL-LIDOS-MOVTO
                                          VAL-ARQ-MOVTO
                                          VAL-EXC-MOVTO.
       1150-RECOPIAR-EXPANT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1160-LER-EXPANT                                             *
      *----------------------------------------------------------------*
       1160-LER-EXPANT.
           READ EXPANT INTO WRK-AREA-CBPAW067.
           IF WRK-FS-EXPANT = '10'
               SET WRK-FIM-EXPANT-SIM  TO TRUE
           ELSE
               IF WRK-FS-EXPANT NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-EXPANT      TO WRK-ARQUIVO
                   MOVE WRK-FS-EXPANT   TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-EXPANT
               END-IF
           END-IF.
       1160-LER-EXPANT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1170-COPIAR-LINHA-EXPANT - SO DETALHES; TERMINAR O EXPANT   *
      *    (OU CHEGAR AO TRAILER) ANTES DO PONTO DE CHECKPOINT E ERRO. *
      *----------------------------------------------------------------*
       1170-COPIAR-LINHA-EXPANT.
           PERFORM 1160-LER-EXPANT THRU 1160-LER-EXPANT-EXIT.
           IF WRK-FIM-EXPANT-SIM
              OR EXA-TRAILER
               DISPLAY 'EXPANT MENOR QUE O PONTO DE CHECKPOINT: '
                       WRK-QTD-REG-RESTART
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           EVALUATE TRUE
               WHEN EXA-DISP-HIST
                   ADD 1               TO ACU-CONF-HIST
                   ADD EXA-HIS-VLBAIXA TO VAL-CONF-HIST
               WHEN EXA-MOVTO
                   ADD 1               TO ACU-CONF-MOVTO
                   ADD EXA-MOV-VLBAIXA TO VAL-CONF-MOVTO
               WHEN OTHER
                   DISPLAY 'REGISTRO INVALIDO NO EXPANT: '
                           EXA-TIPO-REG
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-EVALUATE.
      *
           PERFORM 2800-GRAVAR-EXPARQ THRU 2800-GRAVAR-EXPARQ-EXIT.
       1170-COPIAR-LINHA-EXPANT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-EXPURGAR-DISP-HIST - PERCORRE O CURSOR DE              *
      *    TCOBR_DISP_HIST EM GRUPOS DE TITULO + DATA DE PROCESSAMENTO.*
      *----------------------------------------------------------------*
       2000-EXPURGAR-DISP-HIST.
           SET WRK-FASE-HIST           TO TRUE.
           PERFORM 2050-ABRIR-AGEPEND THRU 2050-ABRIR-AGEPEND-EXIT.
      *
           EXEC SQL
               OPEN CEXPHIS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           SET WRK-GRUPO-FECHADO       TO TRUE.
           PERFORM 2100-LER-CURSOR-HIST
                   THRU 2100-LER-CURSOR-HIST-EXIT.
           PERFORM 2200-TRATAR-LINHA-HIST
                   THRU 2200-TRATAR-LINHA-HIST-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           IF WRK-GRUPO-ABERTO
               PERFORM 2300-ENCERRAR-GRUPO
                       THRU 2300-ENCERRAR-GRUPO-EXIT
           END-IF.
      *
           EXEC SQL
               CLOSE CEXPHIS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-SEM-AGEPEND-NAO
               CLOSE AGEPEND
           END-IF.
       2000-EXPURGAR-DISP-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-ABRIR-AGEPEND - ABRE O MESTRE DE ITENS EM ABERTO PARA  *
      *    O BALANCE-LINE DA TABELA CORRENTE. SEM AGEPEND (ANTES DO    *
      *    PRIMEIRO CBPA2AGE) NAO HA ITEM EM ABERTO A PRESERVAR.       *
      *----------------------------------------------------------------*
       2050-ABRIR-AGEPEND.
           OPEN INPUT AGEPEND.
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
               SET WRK-FIM-AGEPEND-NAO TO TRUE
           END-IF.
           MOVE LOW-VALUES             TO WRK-CHAVE-ABERTO
                                          WRK-CHAVE-ABERTO-ANT.
       2050-ABRIR-AGEPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LER-CURSOR-HIST                                        *
      *----------------------------------------------------------------*
       2100-LER-CURSOR-HIST.
           EXEC SQL
               FETCH CEXPHIS
                INTO :WRK-HIS-ARQ-SEQ,
                     :WRK-HIS-SEQUENCIA,
                     :WRK-HIS-FONTE,
                     :WRK-HIS-AGENCIA,
                     :WRK-HIS-CONTA,
                     :WRK-HIS-NOSSO,
                     :WRK-HIS-VALOR,
                     :WRK-HIS-DATA-BAIXA,
                     :WRK-HIS-DISPOSICAO,
                     :WRK-HIS-COD-MOTIVO,
                     :WRK-HIS-DATA-PROC
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WRK-HIS-AGENCIA   TO CHL-AGENCIA
                   MOVE WRK-HIS-CONTA     TO CHL-CONTA
                   MOVE WRK-HIS-NOSSO     TO CHL-NOSSO
                   MOVE WRK-HIS-DATA-PROC TO CHL-DATA-PROC
               WHEN 100
                   SET WRK-FIM-CURSOR-SIM TO TRUE
               WHEN OTHER
                   MOVE SQLCODE           TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
       2100-LER-CURSOR-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-TRATAR-LINHA-HIST - NA QUEBRA DE TITULO/DATA ENCERRA O *
      *    GRUPO ANTERIOR E DECIDE O DESTINO DO NOVO; A LINHA E        *
      *    ARQUIVADA OU CONTADA COMO RETIDA CONFORME O GRUPO.          *
      *----------------------------------------------------------------*
       2200-TRATAR-LINHA-HIST.
           IF WRK-GRUPO-FECHADO
              OR WRK-CHAVE-LINHA NOT = WRK-CHAVE-GRUPO
               IF WRK-GRUPO-ABERTO
                   PERFORM 2300-ENCERRAR-GRUPO
                           THRU 2300-ENCERRAR-GRUPO-EXIT
               END-IF
               PERFORM 2400-INICIAR-GRUPO
                       THRU 2400-INICIAR-GRUPO-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-LIDOS-HIST.
           ADD WRK-HIS-VALOR           TO VAL-LIDOS-HIST.
      *
           EVALUATE TRUE
               WHEN WRK-GRUPO-ITEM-ABERTO
                   ADD 1               TO ACU-RET-ABERTO-HIST
                   ADD WRK-HIS-VALOR   TO VAL-RET-ABERTO-HIST
               WHEN WRK-GRUPO-DIVERGENCIA
                   ADD 1               TO ACU-RET-PEND-HIST
                   ADD WRK-HIS-VALOR   TO VAL-RET-PEND-HIST
               WHEN OTHER
                   MOVE SPACES             TO WRK-AREA-CBPAW067
                   SET EXA-DISP-HIST       TO TRUE
                   MOVE WRK-HIS-ARQ-SEQ    TO EXA-HIS-ARQ-SEQUENCIA
                   MOVE WRK-HIS-SEQUENCIA  TO EXA-HIS-SEQUENCIA
                   MOVE WRK-HIS-FONTE      TO EXA-HIS-FONTE
                   MOVE WRK-HIS-AGENCIA    TO EXA-HIS-AGENCIA
                   MOVE WRK-HIS-CONTA      TO EXA-HIS-CONTA
                   MOVE WRK-HIS-NOSSO      TO EXA-HIS-NOSSO-NUMERO
                   MOVE WRK-HIS-VALOR      TO EXA-HIS-VLBAIXA
                   MOVE WRK-HIS-DATA-BAIXA TO EXA-HIS-DATA-BAIXA
                   MOVE WRK-HIS-DISPOSICAO TO EXA-HIS-DISPOSICAO
                   MOVE WRK-HIS-COD-MOTIVO TO EXA-HIS-COD-MOTIVO
                   MOVE WRK-HIS-DATA-PROC  TO EXA-HIS-DATA-PROC
                   PERFORM 2800-GRAVAR-EXPARQ
                           THRU 2800-GRAVAR-EXPARQ-EXIT
                   ADD 1               TO ACU-ARQ-HIST
                                          WRK-QTD-GRUPO
                   ADD WRK-HIS-VALOR   TO VAL-ARQ-HIST
                                          WRK-VLR-GRUPO
           END-EVALUATE.
      *
           PERFORM 2100-LER-CURSOR-HIST
                   THRU 2100-LER-CURSOR-HIST-EXIT.
       2200-TRATAR-LINHA-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ENCERRAR-GRUPO - GRUPO ARQUIVADO: EXCLUI DA BASE TODAS *
      *    AS LINHAS DO TITULO NA DATA DE PROCESSAMENTO E CONFERE A    *
      *    QUANTIDADE EXCLUIDA COM A GRAVADA NO EXPARQ (DIFERENCA E    *
      *    ERRO: A BASE MUDOU DURANTE O EXPURGO). EM SEGUIDA VERIFICA  *
      *    O CHECKPOINT, SEMPRE ENTRE GRUPOS.                          *
      *----------------------------------------------------------------*
       2300-ENCERRAR-GRUPO.
           SET WRK-GRUPO-FECHADO       TO TRUE.
           IF NOT WRK-GRUPO-ARQUIVAR
               GO TO 2300-ENCERRAR-GRUPO-EXIT
           END-IF.
      *
           IF WRK-FASE-HIST
               EXEC SQL
                   DELETE FROM CBPA.TCOBR_DISP_HIST
                    WHERE AGENCIA            = :CHG-AGENCIA
                      AND CONTA              = :CHG-CONTA
                      AND NOSSO_NUMERO       = :CHG-NOSSO
                      AND DATA_PROCESSAMENTO = :CHG-DATA-PROC
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM CBPA.TCOBR_MOVTO
                    WHERE AGENCIA            = :CHG-AGENCIA
                      AND CONTA              = :CHG-CONTA
                      AND NOSSO_NUMERO       = :CHG-NOSSO
                      AND DATA_PROCESSAMENTO = :CHG-DATA-PROC
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           MOVE SQLERRD (3)            TO WRK-QTD-EXCLUIDA.
           IF SQLCODE = 100
               MOVE ZEROS              TO WRK-QTD-EXCLUIDA
           END-IF.
           IF WRK-QTD-EXCLUIDA NOT = WRK-QTD-GRUPO
               DISPLAY 'EXCLUSAO DIFERENTE DO ARQUIVADO - FASE '
                       WRK-FASE ' TITULO ' CHG-TITULO
                       ' DATA ' CHG-DATA-PROC
                       ' ARQUIVADAS ' WRK-QTD-GRUPO
                       ' EXCLUIDAS ' WRK-QTD-EXCLUIDA
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           IF WRK-FASE-HIST
               ADD WRK-QTD-GRUPO       TO ACU-EXC-HIST
               ADD WRK-VLR-GRUPO       TO VAL-EXC-HIST
           ELSE
               ADD WRK-QTD-GRUPO       TO ACU-EXC-MOVTO
               ADD WRK-VLR-GRUPO       TO VAL-EXC-MOVTO
           END-IF.
      *
           ADD WRK-QTD-GRUPO           TO WRK-DESDE-CKPT.
           PERFORM 2900-VERIFICAR-CHECKPOINT
                   THRU 2900-VERIFICAR-CHECKPOINT-EXIT.
       2300-ENCERRAR-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-INICIAR-GRUPO - POSICIONA O AGEPEND NO TITULO E DECIDE *
      *    O DESTINO DO GRUPO: RETIDO SE O TITULO TEM ITEM EM ABERTO   *
      *    NAS FILAS OU SE A DATA DE PROCESSAMENTO E DE CICLO COM      *
      *    DIVERGENCIA PENDENTE; SENAO, ARQUIVADO E EXCLUIDO.          *
      *----------------------------------------------------------------*
       2400-INICIAR-GRUPO.
           MOVE WRK-CHAVE-LINHA        TO WRK-CHAVE-GRUPO.
           MOVE ZEROS                  TO WRK-QTD-GRUPO
                                          WRK-VLR-GRUPO.
           SET WRK-GRUPO-ABERTO        TO TRUE.
      *
           PERFORM 2500-LER-AGEPEND THRU 2500-LER-AGEPEND-EXIT
                   UNTIL WRK-CHAVE-ABERTO NOT < CHG-TITULO.
      *
           IF WRK-CHAVE-ABERTO = CHG-TITULO
               SET WRK-GRUPO-ITEM-ABERTO TO TRUE
               GO TO 2400-INICIAR-GRUPO-EXIT
           END-IF.
      *
           SET WRK-CICLO-LIVRE         TO TRUE.
           PERFORM 2600-VERIFICAR-CICLO-PEND
                   THRU 2600-VERIFICAR-CICLO-PEND-EXIT
                   VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QTD-TAB-PEND
                   OR WRK-CICLO-PENDENTE.
           IF WRK-CICLO-PENDENTE
               SET WRK-GRUPO-DIVERGENCIA TO TRUE
           ELSE
               SET WRK-GRUPO-ARQUIVAR  TO TRUE
           END-IF.
       2400-INICIAR-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LER-AGEPEND - AVANCA NO MESTRE DE ITENS EM ABERTO      *
      *    (VARIOS ITENS DO MESMO TITULO SAO PASSADOS EM SEQUENCIA).   *
      *    NO FIM DO ARQUIVO A CHAVE VAI A HIGH-VALUES. FORA DE ORDEM  *
      *    E ERRO: O BALANCE-LINE DEIXARIA DE PROTEGER ITENS ABERTOS.  *
      *----------------------------------------------------------------*
       2500-LER-AGEPEND.
           IF WRK-FIM-AGEPEND-SIM
               MOVE HIGH-VALUES        TO WRK-CHAVE-ABERTO
               GO TO 2500-LER-AGEPEND-EXIT
           END-IF.
      *
           READ AGEPEND INTO WRK-AREA-CBPAW064.
           IF WRK-FS-AGEPEND = '10'
               SET WRK-FIM-AGEPEND-SIM TO TRUE
               MOVE HIGH-VALUES        TO WRK-CHAVE-ABERTO
               GO TO 2500-LER-AGEPEND-EXIT
           END-IF.
           IF WRK-FS-AGEPEND NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-AGEPEND        TO WRK-ARQUIVO
               MOVE WRK-FS-AGEPEND     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           IF WRK-FASE-HIST
               ADD 1                   TO ACU-LIDOS-AGEPEND
           END-IF.
      *
           MOVE AGP-AGENC-CNEGOC       TO CHA-AGENCIA.
           MOVE AGP-CONTA-CNEGOC       TO CHA-CONTA.
           MOVE AGP-NOSSO-NUMERO       TO CHA-NOSSO.
           IF WRK-CHAVE-ABERTO < WRK-CHAVE-ABERTO-ANT
               DISPLAY 'AGEPEND FORA DE SEQUENCIA NO TITULO '
                       WRK-CHAVE-ABERTO
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           MOVE WRK-CHAVE-ABERTO       TO WRK-CHAVE-ABERTO-ANT.
       2500-LER-AGEPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-VERIFICAR-CICLO-PEND                                   *
      *----------------------------------------------------------------*
       2600-VERIFICAR-CICLO-PEND.
           IF PEN-DATA-CICLO (WRK-IDX-PEND) = CHG-DATA-PROC
               SET WRK-CICLO-PENDENTE  TO TRUE
           END-IF.
       2600-VERIFICAR-CICLO-PEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-GRAVAR-EXPARQ                                          *
      *----------------------------------------------------------------*
       2800-GRAVAR-EXPARQ.
           WRITE REG-EXPARQ FROM WRK-AREA-CBPAW067.
           IF WRK-FS-EXPARQ NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-EXPARQ         TO WRK-ARQUIVO
               MOVE WRK-FS-EXPARQ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-EXPARQ.
       2800-GRAVAR-EXPARQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-VERIFICAR-CHECKPOINT - A CADA CKRS04-QTD-REG-CKPT      *
      *    LINHAS EXCLUIDAS (CONTADAS EM GRUPOS INTEIROS), CONFIRMA A  *
      *    UNIDADE DE TRABALHO VIA CKRS0105, INFORMANDO O TOTAL DE     *
      *    LINHAS JA ARQUIVADAS NO EXPARQ.                             *
      *----------------------------------------------------------------*
       2900-VERIFICAR-CHECKPOINT.
           IF CKRS04-QTD-REG-CKPT > ZEROS
              AND WRK-DESDE-CKPT NOT < CKRS04-QTD-REG-CKPT
               MOVE ZEROS              TO WRK-DESDE-CKPT
               COMPUTE CKRS04-QTD-REG-LIDOS =
                       ACU-ARQ-HIST + ACU-ARQ-MOVTO
               CALL WRK-CKRS0105 USING WRK-AREA-CKRS0105
               IF CKRS04-COD-RETORNO NOT = ZEROS
                   DISPLAY 'ERRO NO CHECKPOINT CKRS0105 - COD '
                           CKRS04-COD-RETORNO
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
               END-IF
           END-IF.
       2900-VERIFICAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-EXPURGAR-MOVTO - MESMO TRATAMENTO PARA TCOBR_MOVTO,    *
      *    COM O AGEPEND RELIDO DO INICIO.                             *
      *----------------------------------------------------------------*
       3000-EXPURGAR-MOVTO.
           SET WRK-FASE-MOVTO          TO TRUE.
           PERFORM 2050-ABRIR-AGEPEND THRU 2050-ABRIR-AGEPEND-EXIT.
      *
           EXEC SQL
               OPEN CEXPMOV
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           SET WRK-FIM-CURSOR-NAO      TO TRUE.
           SET WRK-GRUPO-FECHADO       TO TRUE.
           PERFORM 3100-LER-CURSOR-MOVTO
                   THRU 3100-LER-CURSOR-MOVTO-EXIT.
           PERFORM 3200-TRATAR-LINHA-MOVTO
                   THRU 3200-TRATAR-LINHA-MOVTO-EXIT
                   UNTIL WRK-FIM-CURSOR-SIM.
      *
           IF WRK-GRUPO-ABERTO
               PERFORM 2300-ENCERRAR-GRUPO
                       THRU 2300-ENCERRAR-GRUPO-EXIT
           END-IF.
      *
           EXEC SQL
               CLOSE CEXPMOV
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
      *
           IF WRK-SEM-AGEPEND-NAO
               CLOSE AGEPEND
           END-IF.
       3000-EXPURGAR-MOVTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-LER-CURSOR-MOVTO                                       *
      *----------------------------------------------------------------*
       3100-LER-CURSOR-MOVTO.
           EXEC SQL
               FETCH CEXPMOV
                INTO :WRK-MOV-AGENCIA,
                     :WRK-MOV-CONTA,
                     :WRK-MOV-CNEGOC,
                     :WRK-MOV-NOSSO,
                     :WRK-MOV-VALOR,
                     :WRK-MOV-DATA-BAIXA,
                     :WRK-MOV-TIPO-BAIXA,
                     :WRK-MOV-DATA-PROC
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WRK-MOV-AGENCIA   TO CHL-AGENCIA
                   MOVE WRK-MOV-CONTA     TO CHL-CONTA
                   MOVE WRK-MOV-NOSSO     TO CHL-NOSSO
                   MOVE WRK-MOV-DATA-PROC TO CHL-DATA-PROC
               WHEN 100
                   SET WRK-FIM-CURSOR-SIM TO TRUE
               WHEN OTHER
                   MOVE SQLCODE           TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
       3100-LER-CURSOR-MOVTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-TRATAR-LINHA-MOVTO                                     *
      *----------------------------------------------------------------*
       3200-TRATAR-LINHA-MOVTO.
           IF WRK-GRUPO-FECHADO
              OR WRK-CHAVE-LINHA NOT = WRK-CHAVE-GRUPO
               IF WRK-GRUPO-ABERTO
                   PERFORM 2300-ENCERRAR-GRUPO
                           THRU 2300-ENCERRAR-GRUPO-EXIT
               END-IF
               PERFORM 2400-INICIAR-GRUPO
                       THRU 2400-INICIAR-GRUPO-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-LIDOS-MOVTO.
           ADD WRK-MOV-VALOR           TO VAL-LIDOS-MOVTO.
      *
           EVALUATE TRUE
               WHEN WRK-GRUPO-ITEM-ABERTO
                   ADD 1               TO ACU-RET-ABERTO-MOVTO
                   ADD WRK-MOV-VALOR   TO VAL-RET-ABERTO-MOVTO
               WHEN WRK-GRUPO-DIVERGENCIA
                   ADD 1               TO ACU-RET-PEND-MOVTO
                   ADD WRK-MOV-VALOR   TO VAL-RET-PEND-MOVTO
               WHEN OTHER
                   MOVE SPACES             TO WRK-AREA-CBPAW067
                   SET EXA-MOVTO           TO TRUE
                   MOVE WRK-MOV-AGENCIA    TO EXA-MOV-AGENCIA
                   MOVE WRK-MOV-CONTA      TO EXA-MOV-CONTA
                   MOVE WRK-MOV-CNEGOC     TO EXA-MOV-CNEGOC
                   MOVE WRK-MOV-NOSSO      TO EXA-MOV-NOSSO-NUMERO
                   MOVE WRK-MOV-VALOR      TO EXA-MOV-VLBAIXA
                   MOVE WRK-MOV-DATA-BAIXA TO EXA-MOV-DATA-BAIXA
                   MOVE WRK-MOV-TIPO-BAIXA TO EXA-MOV-TIPO-BAIXA
                   MOVE WRK-MOV-DATA-PROC  TO EXA-MOV-DATA-PROC
                   PERFORM 2800-GRAVAR-EXPARQ
                           THRU 2800-GRAVAR-EXPARQ-EXIT
                   ADD 1               TO ACU-ARQ-MOVTO
                                          WRK-QTD-GRUPO
                   ADD WRK-MOV-VALOR   TO VAL-ARQ-MOVTO
                                          WRK-VLR-GRUPO
           END-EVALUATE.
      *
           PERFORM 3100-LER-CURSOR-MOVTO
                   THRU 3100-LER-CURSOR-MOVTO-EXIT.
       3200-TRATAR-LINHA-MOVTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-FINALIZAR - TRAILER DO EXPARQ, CONTAGEM DO QUE FICOU   *
      *    NA BASE ANTES DO CORTE, RELATORIO E FECHAMENTO.             *
      *----------------------------------------------------------------*
       4000-FINALIZAR.
           MOVE SPACES                 TO WRK-AREA-CBPAW067.
           SET EXA-TRAILER             TO TRUE.
           MOVE ACU-ARQ-HIST           TO EXA-TRL-QTD-HIST.
           MOVE VAL-ARQ-HIST           TO EXA-TRL-VLR-HIST.
           MOVE ACU-ARQ-MOVTO          TO EXA-TRL-QTD-MOVTO.
           MOVE VAL-ARQ-MOVTO          TO EXA-TRL-VLR-MOVTO.
           PERFORM 2800-GRAVAR-EXPARQ THRU 2800-GRAVAR-EXPARQ-EXIT.
      *
           PERFORM 4100-CONTAR-REMANESCENTES
                   THRU 4100-CONTAR-REMANESCENTES-EXIT.
      *
           PERFORM 4200-GRAVAR-RELEXP
                   THRU 4200-GRAVAR-RELEXP-EXIT.
      *
           CLOSE EXPARQ RELEXP.
       4000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-CONTAR-REMANESCENTES - LINHAS QUE FICARAM NA BASE COM  *
      *    DATA DE PROCESSAMENTO ANTERIOR AO CORTE: DEVEM SER          *
      *    EXATAMENTE AS RETIDAS.                                      *
      *----------------------------------------------------------------*
       4100-CONTAR-REMANESCENTES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(VLBAIXA), 0)
                 INTO :WRK-QTD-REMAN, :WRK-VLR-REMAN
                 FROM CBPA.TCOBR_DISP_HIST
                WHERE DATA_PROCESSAMENTO < :WRK-CORTE-HIST
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           MOVE WRK-QTD-REMAN          TO ACU-REMAN-HIST.
           MOVE WRK-VLR-REMAN          TO VAL-REMAN-HIST.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(VLBAIXA), 0)
                 INTO :WRK-QTD-REMAN, :WRK-VLR-REMAN
                 FROM CBPA.TCOBR_MOVTO
                WHERE DATA_PROCESSAMENTO < :WRK-CORTE-MOVTO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           MOVE WRK-QTD-REMAN          TO ACU-REMAN-MOVTO.
           MOVE WRK-VLR-REMAN          TO VAL-REMAN-MOVTO.
       4100-CONTAR-REMANESCENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4200-GRAVAR-RELEXP - PARAMETROS DO EXPURGO, QUADRO DE CADA  *
      *    TABELA E CONTROLE DO ARQUIVO GERADO.                        *
      *----------------------------------------------------------------*
       4200-GRAVAR-RELEXP.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE '***  CBPA2EXP - EXPURGO DA BASE DE BAIXAS ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE 'DATA DO CICLO'           TO WLT-DESCRICAO.
           MOVE WRK-DATA-CICLO            TO WLT-DESCRICAO (36:8).
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'CORTE TCOBR_DISP_HIST / RETENCAO'
                                          TO WLT-DESCRICAO.
           MOVE WRK-CORTE-HIST            TO WLT-DESCRICAO (36:8).
           MOVE WRK-RETENCAO-HIST         TO WLT-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'CORTE TCOBR_MOVTO / RETENCAO'
                                          TO WLT-DESCRICAO.
           MOVE WRK-CORTE-MOVTO           TO WLT-DESCRICAO (36:8).
           MOVE WRK-RETENCAO-MOVTO        TO WLT-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'ITENS EM ABERTO NAS FILAS (AGEPEND)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-AGEPEND         TO WLT-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE 'CICLOS COM DIVERGENCIA PENDENTE (RECPEND)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-RECPEND         TO WLT-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           PERFORM 4210-GRAVAR-CICLO-PEND
                   THRU 4210-GRAVAR-CICLO-PEND-EXIT
                   VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QTD-TAB-PEND.
      *
           IF CKRS04-COM-RESTART
               MOVE SPACES                TO WRK-LINHA-TOTAL-EXP
               MOVE 'RESTART - LINHAS JA CONFIRMADAS (EXPANT)'
                                          TO WLT-DESCRICAO
               MOVE WRK-QTD-REG-RESTART   TO WLT-VALOR
               WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP
           END-IF.
      *
           MOVE 'TABELA CBPA.TCOBR_DISP_HIST'
                                          TO WRK-NOME-TABELA.
           MOVE WRK-TOTAIS-HIST           TO WRK-QUADRO.
           PERFORM 4300-GRAVAR-QUADRO-TABELA
                   THRU 4300-GRAVAR-QUADRO-TABELA-EXIT.
      *
           MOVE 'TABELA CBPA.TCOBR_MOVTO'
                                          TO WRK-NOME-TABELA.
           MOVE WRK-TOTAIS-MOVTO          TO WRK-QUADRO.
           PERFORM 4300-GRAVAR-QUADRO-TABELA
                   THRU 4300-GRAVAR-QUADRO-TABELA-EXIT.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE '***  ARQUIVO DE EXPURGO (EXPARQ)  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE 'REGISTROS GRAVADOS (HEADER E TRAILER INCL.)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-GRAVADOS-EXPARQ       TO WLT-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'BATIMENTO DETALHES X ARQUIVADAS'
                                          TO WLT-DESCRICAO.
           IF ACU-GRAVADOS-EXPARQ = ACU-ARQ-HIST + ACU-ARQ-MOVTO + 2
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               ADD 1                      TO ACU-DIVERGENCIAS
           END-IF.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
       4200-GRAVAR-RELEXP-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4210-GRAVAR-CICLO-PEND                                      *
      *----------------------------------------------------------------*
       4210-GRAVAR-CICLO-PEND.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE '  CICLO RETIDO POR DIVERGENCIA'
                                          TO WLT-DESCRICAO.
           MOVE PEN-DATA-CICLO (WRK-IDX-PEND)
                                          TO WLT-DESCRICAO (36:8).
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
       4210-GRAVAR-CICLO-PEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4300-GRAVAR-QUADRO-TABELA - QUANTIDADE E VALOR DE CADA      *
      *    ETAPA E O BATIMENTO: LIDAS = RETIDAS + ARQUIVADAS;          *
      *    ARQUIVADAS = EXCLUIDAS; REMANESCENTES NA BASE = RETIDAS.    *
      *----------------------------------------------------------------*
       4300-GRAVAR-QUADRO-TABELA.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE WRK-NOME-TABELA           TO WLT-DESCRICAO.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
           WRITE REG-RELEXP FROM WRK-CAB-QUADRO-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-QTD-VLR-EXP.
           MOVE 'LINHAS ANTERIORES AO CORTE (LIDAS)'
                                          TO WLQ-DESCRICAO.
           MOVE QDR-LIDOS                 TO WLQ-QTD.
           MOVE QDR-VAL-LIDOS             TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           IF CKRS04-COM-RESTART
               MOVE '  JA CONFIRMADAS ANTES DO RESTART'
                                          TO WLQ-DESCRICAO
               MOVE QDR-CONF              TO WLQ-QTD
               MOVE QDR-VAL-CONF          TO WLQ-VALOR
               WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP
           END-IF.
      *
           MOVE 'RETIDAS - TITULO COM ITEM EM ABERTO'
                                          TO WLQ-DESCRICAO.
           MOVE QDR-RET-ABERTO            TO WLQ-QTD.
           MOVE QDR-VAL-RET-ABERTO        TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           MOVE 'RETIDAS - CICLO COM DIVERGENCIA PENDENTE'
                                          TO WLQ-DESCRICAO.
           MOVE QDR-RET-PEND              TO WLQ-QTD.
           MOVE QDR-VAL-RET-PEND          TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           MOVE 'ARQUIVADAS NO EXPARQ'    TO WLQ-DESCRICAO.
           MOVE QDR-ARQ                   TO WLQ-QTD.
           MOVE QDR-VAL-ARQ               TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           MOVE 'EXCLUIDAS DA BASE'       TO WLQ-DESCRICAO.
           MOVE QDR-EXC                   TO WLQ-QTD.
           MOVE QDR-VAL-EXC               TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           MOVE 'REMANESCENTES NA BASE ANTES DO CORTE'
                                          TO WLQ-DESCRICAO.
           MOVE QDR-REMAN                 TO WLQ-QTD.
           MOVE QDR-VAL-REMAN             TO WLQ-VALOR.
           WRITE REG-RELEXP FROM WRK-LINHA-QTD-VLR-EXP.
      *
           COMPUTE WRK-QTD-RETIDA = QDR-RET-ABERTO + QDR-RET-PEND.
           COMPUTE WRK-VLR-RETIDO = QDR-VAL-RET-ABERTO
                                  + QDR-VAL-RET-PEND.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'BATIM. LIDAS X RETIDAS+ARQUIVADAS'
                                          TO WLT-DESCRICAO.
           IF QDR-LIDOS = WRK-QTD-RETIDA + QDR-ARQ
              AND QDR-VAL-LIDOS = WRK-VLR-RETIDO + QDR-VAL-ARQ
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               ADD 1                      TO ACU-DIVERGENCIAS
           END-IF.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'BATIMENTO ARQUIVADAS X EXCLUIDAS'
                                          TO WLT-DESCRICAO.
           IF QDR-ARQ = QDR-EXC
              AND QDR-VAL-ARQ = QDR-VAL-EXC
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               ADD 1                      TO ACU-DIVERGENCIAS
           END-IF.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-EXP.
           MOVE 'BATIMENTO REMANESCENTES X RETIDAS'
                                          TO WLT-DESCRICAO.
           IF QDR-REMAN = WRK-QTD-RETIDA
              AND QDR-VAL-REMAN = WRK-VLR-RETIDO
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               ADD 1                      TO ACU-DIVERGENCIAS
           END-IF.
           WRITE REG-RELEXP FROM WRK-LINHA-TOTAL-EXP.
       4300-GRAVAR-QUADRO-TABELA-EXIT.
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
       END PROGRAM CBPA2EXP.

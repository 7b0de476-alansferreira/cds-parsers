      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2REM                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: CARGA DA REMESSA DOS CEDENTES (ARQREMES) EM    *
      *                CBPA.TCOBR_SALDO E CBPA.TCOBR_MOVTO: INCLUSAO  *
      *                DE TITULO, ALTERACAO DE VALOR/VENCIMENTO,      *
      *                ABATIMENTO E PEDIDO DE BAIXA/CANCELAMENTO.     *
      *                RODA NO CICLO ANTES DO CBPA2SAB, PARA QUE OS   *
      *                TITULOS REGISTRADOS NO DIA SEJAM ENCONTRADOS   *
      *                JA NA PRIMEIRA PASSAGEM DA BAIXA, E NAO SO NO  *
      *                REENVIO AUTOMATICO (CBPA2RSB) DO DIA SEGUINTE. *
      *                CADA DETALHE E VALIDADO E, SE RECUSADO, VOLTA  *
      *                AO CEDENTE NO ARQUIVO DE REJEITOS (REMREJ)     *
      *                COM O MOTIVO. A SEQUENCIA DE CADA CEDENTE E    *
      *                CONTROLADA EM MESTRE VELHO/NOVO (REMCTRL/      *
      *                REMCTSAI): REMESSA REPETIDA E RECUSADA INTEIRA.*
      *                A UNIDADE DE TRABALHO E CONFIRMADA NO          *
      *                CHECKPOINT DO CKRS0105, COM RESTART PELO       *
      *                NUMERO DE REGISTROS LIDOS. O RELATORIO         *
      *                (RELREM) TRAZ O BATIMENTO DE CADA REMESSA      *
      *                CONTRA O SEU TRAILER E OS TOTAIS POR OPERACAO  *
      *                E POR MOTIVO DE RECUSA. TRAILER DIVERGENTE OU  *
      *                AUSENTE E REMESSA REPETIDA ENCERRAM O JOB COM  *
      *                RETURN-CODE 4.                                 *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2REM.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    CARGA DA REMESSA DOS CEDENTES EM         *
      *                       TCOBR_SALDO/TCOBR_MOVTO, COM ARQUIVO DE  *
      *                       REJEITOS AO CEDENTE, CONTROLE DE         *
      *                       SEQUENCIA POR CEDENTE E CHECKPOINT/      *
      *                       RESTART VIA CKRS0105 (WCS-33)            *
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
           SELECT ARQREMES    ASSIGN TO ARQREMES
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-ARQREMES.
      *
           SELECT REMCTRL     ASSIGN TO REMCTRL
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-REMCTRL.
      *
           SELECT REMCTSAI    ASSIGN TO REMCTSAI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-REMCTSAI.
      *
           SELECT REMREJ      ASSIGN TO REMREJ
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-REMREJ.
      *
           SELECT RELREM      ASSIGN TO RELREM
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELREM.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQREMES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQREMES               PIC  X(100).
      *
       FD  REMCTRL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REMCTRL                PIC  X(050).
      *
       FD  REMCTSAI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REMCTSAI               PIC  X(050).
      *
       FD  REMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REMREJ                 PIC  X(140).
      *
       FD  RELREM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREM                 PIC  X(132).
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
       01  WRK-AREA-CBPAW055.
           COPY 'CBPAW055'.
      *
           COPY 'CBPAW056'.
      *
       01  WRK-AREA-CBPAW057.
           COPY 'CBPAW057'.
      *
       01  WRK-AREA-CBPAW058.
           COPY 'CBPAW058'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA COPY PARA CKRS0105 *'.
      *----------------------------------------------------------------*
      *
           COPY 'I#CKRS04'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA COPY PARA CBPA2EST *'.
      *----------------------------------------------------------------*
      *
       COPY 'CBPAW039'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA COPY PARA CBPA2ATU *'.
      *----------------------------------------------------------------*
      *
       COPY 'CBPAW046'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O CONTROLE DE REMESSAS POR CEDENTE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-QTD-TAB-CED             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-CED             PIC  9(005) COMP-3  VALUE 20000.
       77  WRK-IDX-CED                 PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-IDX-ACHOU               PIC  9(005) COMP    VALUE ZEROS.
       01  WRK-TAB-CED.
           05  WRK-TAB-CED-OCOR        OCCURS 20000 TIMES.
               10  CED-COD-CEDENTE     PIC  9(009).
               10  CED-ULT-SEQUENCIA   PIC  9(006).
               10  CED-ULT-DATA-GER    PIC  9(008).
               10  CED-DATA-PROC       PIC  9(008).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DA REMESSA (BLOCO HD/TR) CORRENTE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-TIPO-REG-HEADER         PIC  X(002)    VALUE 'HD'.
       77  WRK-TIPO-REG-TRAILER        PIC  X(002)    VALUE 'TR'.
       77  WRK-LIDOS-BLOCO             PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-VLR-BLOCO               PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-SIT-BLOCO               PIC  X(001)         VALUE 'N'.
           88  WRK-BLOCO-ABERTO                            VALUE 'S'.
           88  WRK-BLOCO-FECHADO                           VALUE 'N'.
       77  WRK-SIT-SEQ-REMESSA         PIC  X(001)         VALUE 'N'.
           88  WRK-REMESSA-NOVA                            VALUE 'N'.
           88  WRK-REMESSA-REPETIDA                        VALUE 'R'.
       77  WRK-SIT-TRAILER             PIC  X(010)         VALUE SPACES.
           88  WRK-SIT-TRAILER-BATE                   VALUE 'OK'.
           88  WRK-SIT-TRAILER-NAO-BATE               VALUE 'NAO BATE'.
           88  WRK-SIT-TRAILER-AUSENTE                VALUE 'AUSENTE'.
           88  WRK-SIT-TRAILER-REPETIDA               VALUE 'REPETIDA'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE TRABALHO DO TITULO *'.
      *----------------------------------------------------------------*
      *
      *    OPERACOES DA REMESSA REGISTRADAS EM TCOBR_MOVTO, COM TIPOS
      *    PROPRIOS QUE NAO SE CONFUNDEM COM OS TIPOS DE BAIXA DA
      *    REDE (A CONCILIACAO CBPA2REC OS DESCONSIDERA).
       77  WRK-TIPO-MOVTO-INCLUSAO     PIC  X(002)         VALUE 'RI'.
       77  WRK-TIPO-MOVTO-ALTERACAO    PIC  X(002)         VALUE 'RA'.
       77  WRK-TIPO-MOVTO-ABATIMENTO   PIC  X(002)         VALUE 'RB'.
       77  WRK-TIPO-MOVTO-CANCELAMENTO PIC  X(002)         VALUE 'RC'.
      *
       01  WRK-CNEGOC-COBR             PIC 9(018)          VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-CNEGOC-COBR.
           05  FILLER                  PIC 9(007).
           05  WRK-AGENC-CNEGOC        PIC 9(004).
           05  WRK-CONTA-CNEGOC        PIC 9(007).
      *
       77  WRK-NOVO-SALDO              PIC  9(013)V99      VALUE ZEROS.
       77  WRK-NOVO-VENCTO             PIC  9(008)         VALUE ZEROS.
       77  WRK-PCT-MAXIMO              PIC  9(003)V9(004)  VALUE 100.
      *
       01  WRK-MOVTO-REMESSA.
           05  WRK-MVT-VALOR           PIC  9(013)V99.
           05  WRK-MVT-TIPO            PIC  X(002).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA MOTIVOS DE RECUSA (REMREJ) *'.
      *----------------------------------------------------------------*
      *
       77  WRK-MOTIVO-ATUAL            PIC  9(002)         VALUE ZEROS.
       77  WRK-MOT-OPERACAO            PIC  9(002)         VALUE 01.
       77  WRK-MOT-AGENC-CONTA         PIC  9(002)         VALUE 02.
       77  WRK-MOT-NOSSO-NUMERO        PIC  9(002)         VALUE 03.
       77  WRK-MOT-VALOR               PIC  9(002)         VALUE 04.
       77  WRK-MOT-MOEDA               PIC  9(002)         VALUE 05.
       77  WRK-MOT-VENCIMENTO          PIC  9(002)         VALUE 06.
       77  WRK-MOT-ENCARGOS            PIC  9(002)         VALUE 07.
       77  WRK-MOT-JA-CADASTRADO       PIC  9(002)         VALUE 08.
       77  WRK-MOT-NAO-CADASTRADO      PIC  9(002)         VALUE 09.
       77  WRK-MOT-SEM-SALDO           PIC  9(002)         VALUE 10.
       77  WRK-MOT-ABATIMENTO          PIC  9(002)         VALUE 11.
       77  WRK-MOT-MOEDA-TITULO        PIC  9(002)         VALUE 12.
       77  WRK-MOT-SEM-ALTERACAO       PIC  9(002)         VALUE 13.
       77  WRK-MOT-REMESSA-REPETIDA    PIC  9(002)         VALUE 14.
       77  WRK-QTD-MOTIVOS             PIC  9(002)         VALUE 14.
       77  WRK-SUB-MOT                 PIC  9(002) COMP    VALUE ZEROS.
      *
       01  WRK-TAB-MOTIVOS-VAL.
           05  FILLER                  PIC  X(030)         VALUE
               'OPERACAO INVALIDA'.
           05  FILLER                  PIC  X(030)         VALUE
               'AGENCIA/CONTA INVALIDA'.
           05  FILLER                  PIC  X(030)         VALUE
               'NOSSO NUMERO INVALIDO'.
           05  FILLER                  PIC  X(030)         VALUE
               'VALOR ZERADO OU INVALIDO'.
           05  FILLER                  PIC  X(030)         VALUE
               'MOEDA NAO INFORMADA'.
           05  FILLER                  PIC  X(030)         VALUE
               'DATA DE VENCIMENTO INVALIDA'.
           05  FILLER                  PIC  X(030)         VALUE
               'REGRA DE JUROS/MULTA INVALIDA'.
           05  FILLER                  PIC  X(030)         VALUE
               'TITULO JA CADASTRADO'.
           05  FILLER                  PIC  X(030)         VALUE
               'TITULO NAO CADASTRADO'.
           05  FILLER                  PIC  X(030)         VALUE
               'TITULO JA LIQUIDADO OU BAIXADO'.
           05  FILLER                  PIC  X(030)         VALUE
               'ABATIMENTO MAIOR QUE O SALDO'.
           05  FILLER                  PIC  X(030)         VALUE
               'MOEDA DIVERGENTE DO TITULO'.
           05  FILLER                  PIC  X(030)         VALUE
               'ALTERACAO SEM VALOR/VENCIMENTO'.
           05  FILLER                  PIC  X(030)         VALUE
               'REMESSA JA PROCESSADA'.
       01  FILLER                      REDEFINES WRK-TAB-MOTIVOS-VAL.
           05  WRK-DESC-MOTIVO         PIC  X(030) OCCURS 14 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA VALIDACAO DE DATA *'.
      *----------------------------------------------------------------*
      *
       77  WRK-SIT-DATA                PIC  X(001)         VALUE 'S'.
           88  WRK-DATA-OK                                 VALUE 'S'.
           88  WRK-DATA-INVALIDA                           VALUE 'N'.
      *
       01  WRK-DATA-TRAB               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-TRAB.
           05  WRK-DT-ANO              PIC  9(004).
           05  WRK-DT-MES              PIC  9(002).
           05  WRK-DT-DIA              PIC  9(002).
      *
       01  WRK-TAB-DIAS-MES-VAL.
           05  FILLER                  PIC  X(024)         VALUE
               '312831303130313130313031'.
       01  FILLER                      REDEFINES WRK-TAB-DIAS-MES-VAL.
           05  WRK-DIAS-DO-MES         PIC  9(002) OCCURS 12 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-ARQREMES      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-REMCTRL       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-REMCTSAI   PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REMESSAS            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REMESSAS-REPETIDAS  PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-TRL-DIVERGENTES     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DETALHES            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SALTADOS-RESTART    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-INCLUIDOS           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ALTERADOS           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ABATIDOS            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BAIXADOS            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REJEITADOS          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REJ-RESTART         PIC  9(009) COMP-3  VALUE ZEROS.
      *
       01  WRK-VALORES.
           05  VAL-INCLUIDOS           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-ALTERADOS           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-ABATIDOS            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-BAIXADOS            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
       01  WRK-TAB-REJ-MOTIVO.
           05  REJ-MOT-QTD             PIC  9(009) COMP-3
                                       OCCURS 14 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DA CARGA (RELREM) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-RELREM.
           05  FILLER                  PIC  X(011)         VALUE
               'CEDENTE    '.
           05  FILLER                  PIC  X(008)         VALUE
               'SEQ     '.
           05  FILLER                  PIC  X(010)         VALUE
               'GERACAO   '.
           05  FILLER                  PIC  X(013)         VALUE
               '    DETALHES '.
           05  FILLER                  PIC  X(020)         VALUE
               '        VALOR LIDO  '.
           05  FILLER                  PIC  X(013)         VALUE
               ' QTD TRAILER '.
           05  FILLER                  PIC  X(020)         VALUE
               '     VALOR TRAILER  '.
           05  FILLER                  PIC  X(010)         VALUE
               'SITUACAO'.
           05  FILLER                  PIC  X(027)         VALUE SPACES.
      *
       01  WRK-LINHA-REMESSA.
           05  WLB-COD-CEDENTE         PIC  9(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-NUM-SEQUENCIA       PIC  9(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-DATA-GERACAO        PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-QTD-LIDA            PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-VLR-LIDO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-QTD-TRAILER         PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-VLR-TRAILER         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLB-SITUACAO            PIC  X(010).
           05  FILLER                  PIC  X(027)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-REM.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-VALOR-REM.
           05  WLV-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLV-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(064)         VALUE SPACES.
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
           'CBPA2REM'.
       77  WRK-CKRS0105                PIC  X(008)         VALUE
           'CKRS0105'.
       77  WRK-CBPA2EST                PIC  X(008)         VALUE
           'CBPA2EST'.
       77  WRK-CBPA2ATU                PIC  X(008)         VALUE
           'CBPA2ATU'.
      *
       77  WRK-CKPT-INTERVALO-DEFAULT  PIC  9(005)         VALUE 01000.
       77  WRK-QTD-REG-RESTART         PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-DATA-CICLO              PIC  9(008)         VALUE ZEROS.
      *
       77  WRK-SALTO                   PIC  X(001)         VALUE 'N'.
           88  WRK-SALTO-SIM                               VALUE 'S'.
           88  WRK-SALTO-NAO                               VALUE 'N'.
      *
       77  WRK-ARQREMES                PIC  X(008)         VALUE
           'ARQREMES'.
       77  WRK-REMCTRL                 PIC  X(008)         VALUE
           'REMCTRL'.
       77  WRK-REMCTSAI                PIC  X(008)         VALUE
           'REMCTSAI'.
       77  WRK-REMREJ                  PIC  X(008)         VALUE
           'REMREJ'.
       77  WRK-RELREM                  PIC  X(008)         VALUE
           'RELREM'.
      *
       77  WRK-FIM-ARQREMES            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-ARQREMES-SIM                        VALUE 'S'.
           88  WRK-FIM-ARQREMES-NAO                        VALUE 'N'.
       77  WRK-FIM-REMCTRL             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-REMCTRL-SIM                         VALUE 'S'.
           88  WRK-FIM-REMCTRL-NAO                         VALUE 'N'.
       77  WRK-SEM-REMCTRL             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-REMCTRL-SIM                         VALUE 'S'.
           88  WRK-SEM-REMCTRL-NAO                         VALUE 'N'.
       77  WRK-FIM-REMREJ              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-REMREJ-SIM                          VALUE 'S'.
           88  WRK-FIM-REMREJ-NAO                          VALUE 'N'.
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
       77  WRK-FS-ARQREMES             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-REMCTRL              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-REMCTSAI             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-REMREJ               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELREM               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
       LINKAGE SECTION.
      *
       01  WRK-PARM-ENTRADA.
           05  WRK-PARM-TAM            PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-CKPT-INTERVALO  PIC 9(005).
               10  WRK-PARM-DATA-CICLO      PIC 9(008).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           PERFORM 2000-PROCESSAR-REMESSA
                   THRU 2000-PROCESSAR-REMESSA-EXIT
                   UNTIL WRK-FIM-ARQREMES-SIM.
      *
           PERFORM 3000-FINALIZAR
                   THRU 3000-FINALIZAR-EXIT.
      *
           IF ACU-TRL-DIVERGENTES > ZEROS
              OR ACU-REMESSAS-REPETIDAS > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PARM, CONSULTA DE RESTART, ABERTURA DOS  *
      *    ARQUIVOS E CARGA DO CONTROLE DE SEQUENCIAS. O REMCTRL PODE  *
      *    NAO EXISTIR NA PRIMEIRA EXECUCAO (FILE STATUS '35'); NESSE  *
      *    CASO A TABELA COMECA VAZIA. NO RESTART O REMREJ E RECONTADO *
      *    E ESTENDIDO, E O ARQREMES E SALTADO ATE O ULTIMO CHECKPOINT.*
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1050-LER-PARAMETROS
                   THRU 1050-LER-PARAMETROS-EXIT.
      *
           PERFORM 1080-CONSULTAR-RESTART
                   THRU 1080-CONSULTAR-RESTART-EXIT.
      *
           INITIALIZE WRK-TAB-REJ-MOTIVO.
      *
           OPEN INPUT  ARQREMES.
           IF WRK-FS-ARQREMES NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-ARQREMES       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQREMES    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  REMCTRL.
           IF WRK-FS-REMCTRL = '35'
               SET WRK-SEM-REMCTRL-SIM TO TRUE
               SET WRK-FIM-REMCTRL-SIM TO TRUE
           ELSE
               IF WRK-FS-REMCTRL NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-REMCTRL     TO WRK-ARQUIVO
                   MOVE WRK-FS-REMCTRL  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           PERFORM 1100-CARREGAR-CONTROLE
                   THRU 1100-CARREGAR-CONTROLE-EXIT
                   UNTIL WRK-FIM-REMCTRL-SIM.
      *
           IF WRK-SEM-REMCTRL-NAO
               CLOSE REMCTRL
           END-IF.
      *
           OPEN OUTPUT REMCTSAI.
           IF WRK-FS-REMCTSAI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-REMCTSAI       TO WRK-ARQUIVO
               MOVE WRK-FS-REMCTSAI    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELREM.
           IF WRK-FS-RELREM NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELREM         TO WRK-ARQUIVO
               MOVE WRK-FS-RELREM      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-REM.
           MOVE '***  CBPA2REM - CARGA DA REMESSA DOS CEDENTES  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
           WRITE REG-RELREM FROM WRK-CAB-RELREM.
      *
           IF CKRS04-COM-RESTART
               PERFORM 1150-RECONTAR-REMREJ
                       THRU 1150-RECONTAR-REMREJ-EXIT
               OPEN EXTEND REMREJ
           ELSE
               OPEN OUTPUT REMREJ
           END-IF.
           IF WRK-FS-REMREJ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-REMREJ         TO WRK-ARQUIVO
               MOVE WRK-FS-REMREJ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 2100-LER-ARQREMES THRU 2100-LER-ARQREMES-EXIT.
      *
           IF CKRS04-COM-RESTART
               PERFORM 1190-SALTAR-ARQREMES
                       THRU 1190-SALTAR-ARQREMES-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1050-LER-PARAMETROS - INTERVALO DE CHECKPOINT E DATA DO     *
      *    CICLO (GRAVADA EM DATA_PROCESSAMENTO DOS MOVIMENTOS). NA    *
      *    AUSENCIA DO PARM, INTERVALO PADRAO E DATA CORRENTE.         *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS.
           MOVE WRK-PROGRAMA           TO CKRS04-PROGRAMA.
           MOVE WRK-CKPT-INTERVALO-DEFAULT
                                       TO CKRS04-QTD-REG-CKPT.
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
           END-IF.
       1050-LER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1080-CONSULTAR-RESTART - PERGUNTA AO CKRS0105 SE ESTA       *
      *    EXECUCAO E UM RESTART DE JOB ABENDADO; NO RESTART O MODULO  *
      *    DEVOLVE EM CKRS04-QTD-REG-LIDOS A QUANTIDADE DE REGISTROS   *
      *    DO ARQREMES JA CONFIRMADA NO ULTIMO CHECKPOINT.             *
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
      *    1100-CARREGAR-CONTROLE - CARREGA O REMCTRL (ULTIMA          *
      *    SEQUENCIA ACEITA DE CADA CEDENTE) NA TABELA DE TRABALHO.    *
      *----------------------------------------------------------------*
       1100-CARREGAR-CONTROLE.
           READ REMCTRL INTO WRK-AREA-CBPAW058.
           IF WRK-FS-REMCTRL = '10'
               SET WRK-FIM-REMCTRL-SIM TO TRUE
           ELSE
               IF WRK-FS-REMCTRL NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-REMCTRL     TO WRK-ARQUIVO
                   MOVE WRK-FS-REMCTRL  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-REMCTRL
                   IF WRK-QTD-TAB-CED < WRK-MAX-TAB-CED
                       ADD 1            TO WRK-QTD-TAB-CED
                       MOVE WRK-QTD-TAB-CED TO WRK-IDX-CED
                       MOVE RCT-COD-CEDENTE TO
                            CED-COD-CEDENTE (WRK-IDX-CED)
                       MOVE RCT-ULT-SEQUENCIA TO
                            CED-ULT-SEQUENCIA (WRK-IDX-CED)
                       MOVE RCT-ULT-DATA-GERACAO TO
                            CED-ULT-DATA-GER (WRK-IDX-CED)
                       MOVE RCT-DATA-PROCESSAMENTO TO
                            CED-DATA-PROC (WRK-IDX-CED)
                   ELSE
                       DISPLAY 'ESTOURO DA TABELA DE CONTROLE DE '
                               'REMESSAS - LIMITE ' WRK-MAX-TAB-CED
                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
                   END-IF
               END-IF
           END-IF.
       1100-CARREGAR-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1150-RECONTAR-REMREJ - NO RESTART, RECONSTROI OS TOTAIS DE  *
      *    RECUSA A PARTIR DO QUE A EXECUCAO ABENDADA JA GRAVOU.       *
      *----------------------------------------------------------------*
       1150-RECONTAR-REMREJ.
           OPEN INPUT REMREJ.
           IF WRK-FS-REMREJ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-REMREJ         TO WRK-ARQUIVO
               MOVE WRK-FS-REMREJ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           SET WRK-FIM-REMREJ-NAO      TO TRUE.
           PERFORM 1155-LER-REMREJ-RESTART
                   THRU 1155-LER-REMREJ-RESTART-EXIT
                   UNTIL WRK-FIM-REMREJ-SIM.
           CLOSE REMREJ.
       1150-RECONTAR-REMREJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1155-LER-REMREJ-RESTART                                     *
      *----------------------------------------------------------------*
       1155-LER-REMREJ-RESTART.
           READ REMREJ INTO WRK-AREA-CBPAW057.
           IF WRK-FS-REMREJ = '10'
               SET WRK-FIM-REMREJ-SIM  TO TRUE
           ELSE
               IF WRK-FS-REMREJ NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-REMREJ      TO WRK-ARQUIVO
                   MOVE WRK-FS-REMREJ   TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-REJEITADOS
                                           ACU-REJ-RESTART
                   IF RRJ-COD-MOTIVO NUMERIC
                       MOVE RRJ-COD-MOTIVO TO WRK-MOTIVO-ATUAL
                       IF WRK-MOTIVO-ATUAL > ZEROS
                          AND WRK-MOTIVO-ATUAL NOT > WRK-QTD-MOTIVOS
                           MOVE WRK-MOTIVO-ATUAL TO WRK-SUB-MOT
                           ADD 1        TO REJ-MOT-QTD (WRK-SUB-MOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1155-LER-REMREJ-RESTART-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1190-SALTAR-ARQREMES - NO RESTART, REPASSA OS REGISTROS JA  *
      *    CONFIRMADOS NO ULTIMO CHECKPOINT SEM REAPLICA-LOS NA BASE.  *
      *    HEADERS E TRAILERS SAO TRATADOS NORMALMENTE (CONTROLE DE    *
      *    SEQUENCIA DO CEDENTE E BATIMENTO DO BLOCO), PARA QUE O      *
      *    REMCTSAI E O RELREM SAIAM COMPLETOS.                        *
      *----------------------------------------------------------------*
       1190-SALTAR-ARQREMES.
           SET WRK-SALTO-SIM           TO TRUE.
           PERFORM 2000-PROCESSAR-REMESSA
                   THRU 2000-PROCESSAR-REMESSA-EXIT
                   UNTIL ACU-LIDOS-ARQREMES > WRK-QTD-REG-RESTART
                   OR WRK-FIM-ARQREMES-SIM.
           IF WRK-FIM-ARQREMES-SIM
              AND ACU-LIDOS-ARQREMES < WRK-QTD-REG-RESTART
               DISPLAY 'ARQREMES MENOR QUE O PONTO DE CHECKPOINT: '
                       WRK-QTD-REG-RESTART
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           SET WRK-SALTO-NAO           TO TRUE.
       1190-SALTAR-ARQREMES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-REMESSA - LACO PRINCIPAL: DESPACHA O         *
      *    REGISTRO CORRENTE PELO TIPO (HEADER, TRAILER OU DETALHE),   *
      *    VERIFICA O CHECKPOINT E LE O PROXIMO.                       *
      *----------------------------------------------------------------*
       2000-PROCESSAR-REMESSA.
           EVALUATE REG-ARQREMES (1:2)
               WHEN WRK-TIPO-REG-HEADER
                   PERFORM 2200-INICIAR-REMESSA
                           THRU 2200-INICIAR-REMESSA-EXIT
               WHEN WRK-TIPO-REG-TRAILER
                   PERFORM 2300-ENCERRAR-REMESSA
                           THRU 2300-ENCERRAR-REMESSA-EXIT
               WHEN OTHER
                   PERFORM 2400-TRATAR-DETALHE
                           THRU 2400-TRATAR-DETALHE-EXIT
           END-EVALUATE.
      *
           IF WRK-SALTO-NAO
               PERFORM 2900-VERIFICAR-CHECKPOINT
                       THRU 2900-VERIFICAR-CHECKPOINT-EXIT
           END-IF.
      *
           PERFORM 2100-LER-ARQREMES THRU 2100-LER-ARQREMES-EXIT.
       2000-PROCESSAR-REMESSA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LER-ARQREMES                                           *
      *----------------------------------------------------------------*
       2100-LER-ARQREMES.
           READ ARQREMES.
           IF WRK-FS-ARQREMES = '10'
               SET WRK-FIM-ARQREMES-SIM TO TRUE
           ELSE
               IF WRK-FS-ARQREMES NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-ARQREMES    TO WRK-ARQUIVO
                   MOVE WRK-FS-ARQREMES TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-ARQREMES
               END-IF
           END-IF.
       2100-LER-ARQREMES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-INICIAR-REMESSA - HEADER DE UM BLOCO DE CEDENTE. UM    *
      *    BLOCO ANTERIOR SEM TRAILER E ENCERRADO COMO AUSENTE. A      *
      *    SEQUENCIA TEM DE SER MAIOR QUE A ULTIMA ACEITA DO CEDENTE;  *
      *    SENAO A REMESSA E REPETIDA E TODOS OS SEUS DETALHES SAO     *
      *    RECUSADOS (MOTIVO 14) SEM TOCAR A BASE.                     *
      *----------------------------------------------------------------*
       2200-INICIAR-REMESSA.
           IF WRK-BLOCO-ABERTO
               SET WRK-SIT-TRAILER-AUSENTE TO TRUE
               MOVE ZEROS              TO RMT-QTD-REGISTROS
                                          RMT-VLR-TOTAL
               PERFORM 2350-GRAVAR-LINHA-REMESSA
                       THRU 2350-GRAVAR-LINHA-REMESSA-EXIT
           END-IF.
      *
           MOVE REG-ARQREMES           TO WRK-REG-REMESSA-HDR.
           SET WRK-BLOCO-ABERTO        TO TRUE.
           MOVE ZEROS                  TO WRK-LIDOS-BLOCO
                                          WRK-VLR-BLOCO.
           ADD 1                       TO ACU-REMESSAS.
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU.
           IF WRK-QTD-TAB-CED > ZEROS
               PERFORM 2250-LOCALIZAR-CEDENTE
                       THRU 2250-LOCALIZAR-CEDENTE-EXIT
                       VARYING WRK-IDX-CED FROM 1 BY 1
                       UNTIL WRK-IDX-CED > WRK-QTD-TAB-CED
                       OR WRK-IDX-ACHOU > ZEROS
           END-IF.
      *
           IF WRK-IDX-ACHOU > ZEROS
               MOVE WRK-IDX-ACHOU      TO WRK-IDX-CED
               IF RMH-NUM-SEQUENCIA NOT >
                  CED-ULT-SEQUENCIA (WRK-IDX-CED)
                   SET WRK-REMESSA-REPETIDA TO TRUE
                   ADD 1               TO ACU-REMESSAS-REPETIDAS
                   GO TO 2200-INICIAR-REMESSA-EXIT
               END-IF
           ELSE
               IF WRK-QTD-TAB-CED < WRK-MAX-TAB-CED
                   ADD 1               TO WRK-QTD-TAB-CED
                   MOVE WRK-QTD-TAB-CED TO WRK-IDX-CED
                   MOVE RMH-COD-CEDENTE TO
                        CED-COD-CEDENTE (WRK-IDX-CED)
               ELSE
                   DISPLAY 'ESTOURO DA TABELA DE CONTROLE DE '
                           'REMESSAS - LIMITE ' WRK-MAX-TAB-CED
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
               END-IF
           END-IF.
      *
           SET WRK-REMESSA-NOVA        TO TRUE.
           MOVE RMH-NUM-SEQUENCIA      TO
                CED-ULT-SEQUENCIA (WRK-IDX-CED).
           MOVE RMH-DATA-GERACAO       TO
                CED-ULT-DATA-GER (WRK-IDX-CED).
           MOVE WRK-DATA-CICLO         TO CED-DATA-PROC (WRK-IDX-CED).
       2200-INICIAR-REMESSA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-LOCALIZAR-CEDENTE                                      *
      *----------------------------------------------------------------*
       2250-LOCALIZAR-CEDENTE.
           IF CED-COD-CEDENTE (WRK-IDX-CED) = RMH-COD-CEDENTE
               MOVE WRK-IDX-CED        TO WRK-IDX-ACHOU
           END-IF.
       2250-LOCALIZAR-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ENCERRAR-REMESSA - TRAILER DO BLOCO: CONFRONTA A       *
      *    QUANTIDADE DE DETALHES E A SOMA DOS VALORES LIDOS COM O     *
      *    INFORMADO PELO CEDENTE.                                     *
      *----------------------------------------------------------------*
       2300-ENCERRAR-REMESSA.
           IF WRK-BLOCO-FECHADO
               DISPLAY 'TRAILER DA REMESSA SEM HEADER - REGISTRO '
                       ACU-LIDOS-ARQREMES
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           MOVE REG-ARQREMES           TO WRK-REG-REMESSA-TRL.
           EVALUATE TRUE
               WHEN WRK-REMESSA-REPETIDA
                   SET WRK-SIT-TRAILER-REPETIDA TO TRUE
               WHEN RMT-QTD-REGISTROS = WRK-LIDOS-BLOCO
                AND RMT-VLR-TOTAL     = WRK-VLR-BLOCO
                   SET WRK-SIT-TRAILER-BATE     TO TRUE
               WHEN OTHER
                   SET WRK-SIT-TRAILER-NAO-BATE TO TRUE
           END-EVALUATE.
      *
           PERFORM 2350-GRAVAR-LINHA-REMESSA
                   THRU 2350-GRAVAR-LINHA-REMESSA-EXIT.
       2300-ENCERRAR-REMESSA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2350-GRAVAR-LINHA-REMESSA - LINHA DE BATIMENTO DO BLOCO NO  *
      *    RELREM E FECHAMENTO DO BLOCO.                               *
      *----------------------------------------------------------------*
       2350-GRAVAR-LINHA-REMESSA.
           IF WRK-SIT-TRAILER-NAO-BATE
              OR WRK-SIT-TRAILER-AUSENTE
               ADD 1                   TO ACU-TRL-DIVERGENTES
           END-IF.
      *
           MOVE RMH-COD-CEDENTE        TO WLB-COD-CEDENTE.
           MOVE RMH-NUM-SEQUENCIA      TO WLB-NUM-SEQUENCIA.
           MOVE RMH-DATA-GERACAO       TO WLB-DATA-GERACAO.
           MOVE WRK-LIDOS-BLOCO        TO WLB-QTD-LIDA.
           MOVE WRK-VLR-BLOCO          TO WLB-VLR-LIDO.
           MOVE RMT-QTD-REGISTROS      TO WLB-QTD-TRAILER.
           MOVE RMT-VLR-TOTAL          TO WLB-VLR-TRAILER.
           MOVE WRK-SIT-TRAILER        TO WLB-SITUACAO.
           WRITE REG-RELREM FROM WRK-LINHA-REMESSA.
           IF WRK-FS-RELREM NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELREM         TO WRK-ARQUIVO
               MOVE WRK-FS-RELREM      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           SET WRK-BLOCO-FECHADO       TO TRUE.
       2350-GRAVAR-LINHA-REMESSA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-TRATAR-DETALHE - VALIDA O DETALHE, CONSULTA O TITULO   *
      *    (CBPA2EST) E APLICA A OPERACAO. QUALQUER RECUSA VAI AO      *
      *    REMREJ COM O MOTIVO. NO SALTO DE RESTART O DETALHE SO       *
      *    ENTRA NO BATIMENTO DO BLOCO: JA FOI APLICADO E CONFIRMADO.  *
      *----------------------------------------------------------------*
       2400-TRATAR-DETALHE.
           IF WRK-BLOCO-FECHADO
               DISPLAY 'DETALHE DA REMESSA FORA DE BLOCO HD/TR - '
                       'REGISTRO ' ACU-LIDOS-ARQREMES
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           MOVE REG-ARQREMES           TO WRK-AREA-CBPAW055.
           ADD 1                       TO WRK-LIDOS-BLOCO.
           IF RMS-VALOR NUMERIC
               ADD RMS-VALOR           TO WRK-VLR-BLOCO
           END-IF.
      *
           IF WRK-SALTO-SIM
               ADD 1                   TO ACU-SALTADOS-RESTART
               GO TO 2400-TRATAR-DETALHE-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-DETALHES.
           MOVE ZEROS                  TO WRK-MOTIVO-ATUAL.
      *
           IF WRK-REMESSA-REPETIDA
               MOVE WRK-MOT-REMESSA-REPETIDA TO WRK-MOTIVO-ATUAL
               PERFORM 2800-REJEITAR-DETALHE
                       THRU 2800-REJEITAR-DETALHE-EXIT
               GO TO 2400-TRATAR-DETALHE-EXIT
           END-IF.
      *
           PERFORM 2450-VALIDAR-DETALHE
                   THRU 2450-VALIDAR-DETALHE-EXIT.
           IF WRK-MOTIVO-ATUAL > ZEROS
               PERFORM 2800-REJEITAR-DETALHE
                       THRU 2800-REJEITAR-DETALHE-EXIT
               GO TO 2400-TRATAR-DETALHE-EXIT
           END-IF.
      *
           PERFORM 2500-CONSULTAR-TITULO
                   THRU 2500-CONSULTAR-TITULO-EXIT.
      *
           EVALUATE TRUE
               WHEN RMS-INCLUSAO
                   PERFORM 2600-INCLUIR-TITULO
                           THRU 2600-INCLUIR-TITULO-EXIT
               WHEN RMS-ALTERACAO
                   PERFORM 2620-ALTERAR-TITULO
                           THRU 2620-ALTERAR-TITULO-EXIT
               WHEN RMS-ABATIMENTO
                   PERFORM 2640-ABATER-TITULO
                           THRU 2640-ABATER-TITULO-EXIT
               WHEN RMS-PEDIDO-BAIXA
                   PERFORM 2660-BAIXAR-TITULO
                           THRU 2660-BAIXAR-TITULO-EXIT
           END-EVALUATE.
      *
           IF WRK-MOTIVO-ATUAL > ZEROS
               PERFORM 2800-REJEITAR-DETALHE
                       THRU 2800-REJEITAR-DETALHE-EXIT
           END-IF.
       2400-TRATAR-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-VALIDAR-DETALHE - CONSISTENCIA DO DETALHE ANTES DE     *
      *    IR A BASE. PARA NA PRIMEIRA FALHA (UM MOTIVO POR RECUSA).   *
      *----------------------------------------------------------------*
       2450-VALIDAR-DETALHE.
           IF NOT RMS-INCLUSAO
              AND NOT RMS-ALTERACAO
              AND NOT RMS-ABATIMENTO
              AND NOT RMS-PEDIDO-BAIXA
               MOVE WRK-MOT-OPERACAO   TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
      *
           IF RMS-AGENC-CNEGOC NOT NUMERIC
              OR RMS-CONTA-CNEGOC NOT NUMERIC
              OR RMS-AGENC-CNEGOC = ZEROS
              OR RMS-CONTA-CNEGOC = ZEROS
               MOVE WRK-MOT-AGENC-CONTA TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
      *
           IF RMS-NOSSO-NUMERO NOT NUMERIC
              OR RMS-NOSSO-NUMERO = ZEROS
               MOVE WRK-MOT-NOSSO-NUMERO TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
      *
           IF RMS-VALOR NOT NUMERIC
               MOVE WRK-MOT-VALOR      TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
           IF RMS-VALOR = ZEROS
              AND (RMS-INCLUSAO OR RMS-ABATIMENTO)
               MOVE WRK-MOT-VALOR      TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
      *
           IF RMS-INCLUSAO
              AND RMS-MOEDA = SPACES
               MOVE WRK-MOT-MOEDA      TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
      *
           IF RMS-DATA-VENCIMENTO NOT NUMERIC
               MOVE WRK-MOT-VENCIMENTO TO WRK-MOTIVO-ATUAL
               GO TO 2450-VALIDAR-DETALHE-EXIT
           END-IF.
           IF RMS-INCLUSAO
              OR (RMS-ALTERACAO AND RMS-DATA-VENCIMENTO > ZEROS)
               MOVE RMS-DATA-VENCIMENTO TO WRK-DATA-TRAB
               PERFORM 2470-VALIDAR-DATA
                       THRU 2470-VALIDAR-DATA-EXIT
               IF WRK-DATA-INVALIDA
                   MOVE WRK-MOT-VENCIMENTO TO WRK-MOTIVO-ATUAL
                   GO TO 2450-VALIDAR-DETALHE-EXIT
               END-IF
           END-IF.
      *
           IF RMS-INCLUSAO
               IF RMS-PCT-MULTA NOT NUMERIC
                  OR RMS-PCT-JUROS NOT NUMERIC
                  OR RMS-DIAS-CAREN NOT NUMERIC
                   MOVE WRK-MOT-ENCARGOS TO WRK-MOTIVO-ATUAL
                   GO TO 2450-VALIDAR-DETALHE-EXIT
               END-IF
               IF RMS-PCT-MULTA > WRK-PCT-MAXIMO
                  OR RMS-PCT-JUROS > WRK-PCT-MAXIMO
                   MOVE WRK-MOT-ENCARGOS TO WRK-MOTIVO-ATUAL
                   GO TO 2450-VALIDAR-DETALHE-EXIT
               END-IF
           END-IF.
      *
           IF RMS-ALTERACAO
              AND RMS-VALOR = ZEROS
              AND RMS-DATA-VENCIMENTO = ZEROS
               MOVE WRK-MOT-SEM-ALTERACAO TO WRK-MOTIVO-ATUAL
           END-IF.
       2450-VALIDAR-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2470-VALIDAR-DATA - DATA ESTRUTURALMENTE VALIDA (AAAAMMDD,  *
      *    MES E DIA DENTRO DO CALENDARIO, COM ANO BISSEXTO).          *
      *----------------------------------------------------------------*
       2470-VALIDAR-DATA.
           SET WRK-DATA-OK             TO TRUE.
           IF WRK-DT-MES < 1 OR WRK-DT-MES > 12
              OR WRK-DT-DIA < 1
              OR WRK-DT-ANO < 1901
               SET WRK-DATA-INVALIDA   TO TRUE
               GO TO 2470-VALIDAR-DATA-EXIT
           END-IF.
           IF WRK-DT-MES = 2
              AND WRK-DT-DIA = 29
              AND FUNCTION MOD (WRK-DT-ANO, 4) = ZEROS
              AND (FUNCTION MOD (WRK-DT-ANO, 100) NOT = ZEROS
                   OR FUNCTION MOD (WRK-DT-ANO, 400) = ZEROS)
               CONTINUE
           ELSE
               IF WRK-DT-DIA > WRK-DIAS-DO-MES (WRK-DT-MES)
                   SET WRK-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
       2470-VALIDAR-DATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CONSULTAR-TITULO - SITUACAO ATUAL DO TITULO VIA        *
      *    CBPA2EST (MESMA CHAVE AGENCIA/CONTA/CNEGOC DA BAIXA).       *
      *----------------------------------------------------------------*
       2500-CONSULTAR-TITULO.
           MOVE ZEROS                  TO WRK-CNEGOC-COBR.
           MOVE RMS-AGENC-CNEGOC       TO WRK-AGENC-CNEGOC.
           MOVE RMS-CONTA-CNEGOC       TO WRK-CONTA-CNEGOC.
      *
           MOVE RMS-AGENC-CNEGOC       TO WRK-CBPA2EST-AGENCIA.
           MOVE RMS-CONTA-CNEGOC       TO WRK-CBPA2EST-CONTA.
           MOVE WRK-CNEGOC-COBR        TO WRK-CBPA2EST-CNEGOC.
           CALL WRK-CBPA2EST USING WRK-AREA-CBPA2EST.
           IF WRK-CBPA2EST-ERRO
               MOVE WRK-CBPA2EST-SQLCODE TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2500-CONSULTAR-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-INCLUIR-TITULO - REGISTRA O TITULO NOVO COM O VALOR    *
      *    NOMINAL COMO SALDO E A REGRA DE ENCARGOS POR ATRASO. CHAVE  *
      *    DUPLICADA (-803) E RECUSA, NAO ERRO.                        *
      *----------------------------------------------------------------*
       2600-INCLUIR-TITULO.
           IF WRK-CBPA2EST-ACHOU
               MOVE WRK-MOT-JA-CADASTRADO TO WRK-MOTIVO-ATUAL
               GO TO 2600-INCLUIR-TITULO-EXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO CBPA.TCOBR_SALDO
                      (AGENCIA, CONTA, CNEGOC, VLSALDO, MOEDA,
                       DATA_VENCIMENTO, PCT_MULTA, PCT_JUROS_DIA,
                       DIAS_CARENCIA)
               VALUES (:RMS-AGENC-CNEGOC,
                       :RMS-CONTA-CNEGOC,
                       :WRK-CNEGOC-COBR,
                       :RMS-VALOR,
                       :RMS-MOEDA,
                       :RMS-DATA-VENCIMENTO,
                       :RMS-PCT-MULTA,
                       :RMS-PCT-JUROS,
                       :RMS-DIAS-CAREN)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE WRK-MOT-JA-CADASTRADO TO WRK-MOTIVO-ATUAL
                   GO TO 2600-INCLUIR-TITULO-EXIT
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
      *
           MOVE RMS-VALOR              TO WRK-MVT-VALOR.
           MOVE WRK-TIPO-MOVTO-INCLUSAO TO WRK-MVT-TIPO.
           PERFORM 2700-GRAVAR-MOVTO THRU 2700-GRAVAR-MOVTO-EXIT.
      *
           ADD 1                       TO ACU-INCLUIDOS.
           ADD RMS-VALOR               TO VAL-INCLUIDOS.
       2600-INCLUIR-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2620-ALTERAR-TITULO - NOVO SALDO EM ABERTO E/OU NOVO        *
      *    VENCIMENTO; O QUE NAO FOI INFORMADO (ZERADO) PERMANECE. SO  *
      *    TITULO COM SALDO PODE SER ALTERADO.                         *
      *----------------------------------------------------------------*
       2620-ALTERAR-TITULO.
           IF WRK-CBPA2EST-NAO-ACHOU
               MOVE WRK-MOT-NAO-CADASTRADO TO WRK-MOTIVO-ATUAL
               GO TO 2620-ALTERAR-TITULO-EXIT
           END-IF.
           IF WRK-CBPA2EST-VLSALDO = ZEROS
               MOVE WRK-MOT-SEM-SALDO  TO WRK-MOTIVO-ATUAL
               GO TO 2620-ALTERAR-TITULO-EXIT
           END-IF.
           IF RMS-MOEDA NOT = SPACES
              AND RMS-MOEDA NOT = WRK-CBPA2EST-MOEDA
               MOVE WRK-MOT-MOEDA-TITULO TO WRK-MOTIVO-ATUAL
               GO TO 2620-ALTERAR-TITULO-EXIT
           END-IF.
      *
           MOVE WRK-CBPA2EST-VLSALDO   TO WRK-NOVO-SALDO.
           MOVE WRK-CBPA2EST-DTVENC    TO WRK-NOVO-VENCTO.
           IF RMS-VALOR > ZEROS
               MOVE RMS-VALOR          TO WRK-NOVO-SALDO
           END-IF.
           IF RMS-DATA-VENCIMENTO > ZEROS
               MOVE RMS-DATA-VENCIMENTO TO WRK-NOVO-VENCTO
           END-IF.
      *
           EXEC SQL
               UPDATE CBPA.TCOBR_SALDO
                  SET VLSALDO         = :WRK-NOVO-SALDO,
                      DATA_VENCIMENTO = :WRK-NOVO-VENCTO
                WHERE AGENCIA = :RMS-AGENC-CNEGOC
                  AND CONTA   = :RMS-CONTA-CNEGOC
                  AND CNEGOC  = :WRK-CNEGOC-COBR
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE WRK-MOT-NAO-CADASTRADO TO WRK-MOTIVO-ATUAL
                   GO TO 2620-ALTERAR-TITULO-EXIT
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
      *
           MOVE WRK-NOVO-SALDO         TO WRK-MVT-VALOR.
           MOVE WRK-TIPO-MOVTO-ALTERACAO TO WRK-MVT-TIPO.
           PERFORM 2700-GRAVAR-MOVTO THRU 2700-GRAVAR-MOVTO-EXIT.
      *
           ADD 1                       TO ACU-ALTERADOS.
           ADD WRK-NOVO-SALDO          TO VAL-ALTERADOS.
       2620-ALTERAR-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2640-ABATER-TITULO - ABATIMENTO CONCEDIDO PELO CEDENTE:     *
      *    DECREMENTA O SALDO E REGISTRA O MOVIMENTO VIA CBPA2ATU,     *
      *    COMO UMA BAIXA DE TIPO PROPRIO ('RB').                      *
      *----------------------------------------------------------------*
       2640-ABATER-TITULO.
           IF WRK-CBPA2EST-NAO-ACHOU
               MOVE WRK-MOT-NAO-CADASTRADO TO WRK-MOTIVO-ATUAL
               GO TO 2640-ABATER-TITULO-EXIT
           END-IF.
           IF WRK-CBPA2EST-VLSALDO = ZEROS
               MOVE WRK-MOT-SEM-SALDO  TO WRK-MOTIVO-ATUAL
               GO TO 2640-ABATER-TITULO-EXIT
           END-IF.
           IF RMS-VALOR > WRK-CBPA2EST-VLSALDO
               MOVE WRK-MOT-ABATIMENTO TO WRK-MOTIVO-ATUAL
               GO TO 2640-ABATER-TITULO-EXIT
           END-IF.
           IF RMS-MOEDA NOT = SPACES
              AND RMS-MOEDA NOT = WRK-CBPA2EST-MOEDA
               MOVE WRK-MOT-MOEDA-TITULO TO WRK-MOTIVO-ATUAL
               GO TO 2640-ABATER-TITULO-EXIT
           END-IF.
      *
           MOVE RMS-VALOR              TO WRK-MVT-VALOR.
           MOVE WRK-TIPO-MOVTO-ABATIMENTO TO WRK-MVT-TIPO.
           PERFORM 2750-CHAMAR-CBPA2ATU THRU 2750-CHAMAR-CBPA2ATU-EXIT.
           IF WRK-MOTIVO-ATUAL > ZEROS
               GO TO 2640-ABATER-TITULO-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-ABATIDOS.
           ADD RMS-VALOR               TO VAL-ABATIDOS.
       2640-ABATER-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2660-BAIXAR-TITULO - PEDIDO DE BAIXA/CANCELAMENTO PELO      *
      *    CEDENTE: O SALDO INTEIRO E ZERADO VIA CBPA2ATU ('RC'). O    *
      *    TITULO PERMANECE NA BASE, E UMA LIQUIDACAO POSTERIOR DA     *
      *    REDE CAI NA VALIDACAO DE SALDO DO CBPA2SAB.                 *
      *----------------------------------------------------------------*
       2660-BAIXAR-TITULO.
           IF WRK-CBPA2EST-NAO-ACHOU
               MOVE WRK-MOT-NAO-CADASTRADO TO WRK-MOTIVO-ATUAL
               GO TO 2660-BAIXAR-TITULO-EXIT
           END-IF.
           IF WRK-CBPA2EST-VLSALDO = ZEROS
               MOVE WRK-MOT-SEM-SALDO  TO WRK-MOTIVO-ATUAL
               GO TO 2660-BAIXAR-TITULO-EXIT
           END-IF.
      *
           MOVE WRK-CBPA2EST-VLSALDO   TO WRK-MVT-VALOR.
           MOVE WRK-TIPO-MOVTO-CANCELAMENTO TO WRK-MVT-TIPO.
           PERFORM 2750-CHAMAR-CBPA2ATU THRU 2750-CHAMAR-CBPA2ATU-EXIT.
           IF WRK-MOTIVO-ATUAL > ZEROS
               GO TO 2660-BAIXAR-TITULO-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-BAIXADOS.
           ADD WRK-CBPA2EST-VLSALDO    TO VAL-BAIXADOS.
       2660-BAIXAR-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-GRAVAR-MOVTO - MOVIMENTO DA INCLUSAO OU ALTERACAO EM   *
      *    TCOBR_MOVTO, NA MESMA UNIDADE DE TRABALHO DO SALDO. A DATA  *
      *    DO MOVIMENTO E A DE GERACAO DA REMESSA.                     *
      *----------------------------------------------------------------*
       2700-GRAVAR-MOVTO.
           EXEC SQL
               INSERT INTO CBPA.TCOBR_MOVTO
                      (AGENCIA, CONTA, CNEGOC, NOSSO_NUMERO,
                       VLBAIXA, DATA_BAIXA, TIPO_BAIXA,
                       DATA_PROCESSAMENTO)
               VALUES (:RMS-AGENC-CNEGOC,
                       :RMS-CONTA-CNEGOC,
                       :WRK-CNEGOC-COBR,
                       :RMS-NOSSO-NUMERO,
                       :WRK-MVT-VALOR,
                       :RMH-DATA-GERACAO,
                       :WRK-MVT-TIPO,
                       :WRK-DATA-CICLO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
       2700-GRAVAR-MOVTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2750-CHAMAR-CBPA2ATU - DECREMENTO DO SALDO E MOVIMENTO DO   *
      *    ABATIMENTO OU CANCELAMENTO. TITULO REMOVIDO ENTRE A         *
      *    CONSULTA E O UPDATE E RECUSA; ERRO DB2 ABENDA (O RESTART    *
      *    REPROCESSA A PARTIR DO ULTIMO CHECKPOINT).                  *
      *----------------------------------------------------------------*
       2750-CHAMAR-CBPA2ATU.
           SET WRK-CBPA2ATU-BAIXAR     TO TRUE.
           MOVE RMS-AGENC-CNEGOC       TO WRK-CBPA2ATU-AGENCIA.
           MOVE RMS-CONTA-CNEGOC       TO WRK-CBPA2ATU-CONTA.
           MOVE WRK-CNEGOC-COBR        TO WRK-CBPA2ATU-CNEGOC.
           MOVE RMS-NOSSO-NUMERO       TO WRK-CBPA2ATU-NOSSO.
           MOVE WRK-MVT-VALOR          TO WRK-CBPA2ATU-VALOR.
           MOVE RMH-DATA-GERACAO       TO WRK-CBPA2ATU-DATA-BAIXA.
           MOVE WRK-MVT-TIPO           TO WRK-CBPA2ATU-TIPO-BAIXA.
           MOVE WRK-DATA-CICLO         TO WRK-CBPA2ATU-DATA-PROC.
           MOVE ZEROS                  TO WRK-CBPA2ATU-VLR-ENCARGOS.
           CALL WRK-CBPA2ATU USING WRK-AREA-CBPA2ATU.
           EVALUATE TRUE
               WHEN WRK-CBPA2ATU-OK
                   CONTINUE
               WHEN WRK-CBPA2ATU-NAO-ACHOU
                   MOVE WRK-MOT-NAO-CADASTRADO TO WRK-MOTIVO-ATUAL
               WHEN OTHER
                   MOVE WRK-CBPA2ATU-SQLCODE TO WRK-SQLCODE
                   PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-EVALUATE.
       2750-CHAMAR-CBPA2ATU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-REJEITAR-DETALHE - DEVOLVE O DETALHE AO CEDENTE NO     *
      *    REMREJ COM O MOTIVO CORRENTE (WRK-MOTIVO-ATUAL).            *
      *----------------------------------------------------------------*
       2800-REJEITAR-DETALHE.
           MOVE SPACES                 TO WRK-AREA-CBPAW057.
           MOVE RMH-COD-CEDENTE        TO RRJ-COD-CEDENTE.
           MOVE RMH-NUM-SEQUENCIA      TO RRJ-NUM-SEQ-REMESSA.
           MOVE WRK-AREA-CBPAW055 (1:75)
                                       TO WRK-AREA-CBPAW057 (16:75).
           MOVE WRK-MOTIVO-ATUAL       TO RRJ-COD-MOTIVO.
           MOVE WRK-MOTIVO-ATUAL       TO WRK-SUB-MOT.
           MOVE WRK-DESC-MOTIVO (WRK-SUB-MOT) TO RRJ-DESC-MOTIVO.
           MOVE WRK-DATA-CICLO         TO RRJ-DATA-PROCESSAMENTO.
      *
           WRITE REG-REMREJ FROM WRK-AREA-CBPAW057.
           IF WRK-FS-REMREJ NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-REMREJ         TO WRK-ARQUIVO
               MOVE WRK-FS-REMREJ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-REJEITADOS.
           ADD 1                       TO REJ-MOT-QTD (WRK-SUB-MOT).
       2800-REJEITAR-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-VERIFICAR-CHECKPOINT - A CADA CKRS04-QTD-REG-CKPT      *
      *    REGISTROS DO ARQREMES, CONFIRMA A UNIDADE DE TRABALHO VIA   *
      *    CKRS0105.                                                   *
      *----------------------------------------------------------------*
       2900-VERIFICAR-CHECKPOINT.
           IF CKRS04-QTD-REG-CKPT > ZEROS
               IF FUNCTION MOD (ACU-LIDOS-ARQREMES, CKRS04-QTD-REG-CKPT)
                  = ZEROS
                   MOVE ACU-LIDOS-ARQREMES TO CKRS04-QTD-REG-LIDOS
                   CALL WRK-CKRS0105 USING WRK-AREA-CKRS0105
                   IF CKRS04-COD-RETORNO NOT = ZEROS
                       DISPLAY 'ERRO NO CHECKPOINT CKRS0105 - COD '
                               CKRS04-COD-RETORNO
                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
                   END-IF
               END-IF
           END-IF.
       2900-VERIFICAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-FINALIZAR - ENCERRA O ULTIMO BLOCO (SEM TRAILER =      *
      *    AUSENTE), GRAVA O MESTRE NOVO DE CONTROLE, EMITE OS TOTAIS  *
      *    E FECHA OS ARQUIVOS.                                        *
      *----------------------------------------------------------------*
       3000-FINALIZAR.
           IF WRK-BLOCO-ABERTO
               SET WRK-SIT-TRAILER-AUSENTE TO TRUE
               MOVE ZEROS              TO RMT-QTD-REGISTROS
                                          RMT-VLR-TOTAL
               PERFORM 2350-GRAVAR-LINHA-REMESSA
                       THRU 2350-GRAVAR-LINHA-REMESSA-EXIT
           END-IF.
      *
           IF WRK-QTD-TAB-CED > ZEROS
               PERFORM 3100-GRAVAR-REMCTSAI
                       THRU 3100-GRAVAR-REMCTSAI-EXIT
                       VARYING WRK-IDX-CED FROM 1 BY 1
                       UNTIL WRK-IDX-CED > WRK-QTD-TAB-CED
           END-IF.
      *
           PERFORM 3200-GRAVAR-TOTAIS-RELREM
                   THRU 3200-GRAVAR-TOTAIS-RELREM-EXIT.
      *
           CLOSE ARQREMES REMCTSAI REMREJ RELREM.
       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-GRAVAR-REMCTSAI                                        *
      *----------------------------------------------------------------*
       3100-GRAVAR-REMCTSAI.
           MOVE SPACES                 TO WRK-AREA-CBPAW058.
           MOVE CED-COD-CEDENTE (WRK-IDX-CED)   TO RCT-COD-CEDENTE.
           MOVE CED-ULT-SEQUENCIA (WRK-IDX-CED) TO RCT-ULT-SEQUENCIA.
           MOVE CED-ULT-DATA-GER (WRK-IDX-CED)  TO RCT-ULT-DATA-GERACAO.
           MOVE CED-DATA-PROC (WRK-IDX-CED)
                                       TO RCT-DATA-PROCESSAMENTO.
      *
           WRITE REG-REMCTSAI FROM WRK-AREA-CBPAW058.
           IF WRK-FS-REMCTSAI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-REMCTSAI       TO WRK-ARQUIVO
               MOVE WRK-FS-REMCTSAI    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-REMCTSAI.
       3100-GRAVAR-REMCTSAI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-GRAVAR-TOTAIS-RELREM                                   *
      *----------------------------------------------------------------*
       3200-GRAVAR-TOTAIS-RELREM.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-REM.
           MOVE '***  CBPA2REM - TOTAIS DA CARGA  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE 'DATA DO CICLO'           TO WLT-DESCRICAO.
           MOVE WRK-DATA-CICLO            TO WLT-DESCRICAO (36:8).
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-REM.
           MOVE 'REGISTROS LIDOS DO ARQREMES'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-ARQREMES        TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE 'REMESSAS DE CEDENTES (BLOCOS HD/TR)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-REMESSAS              TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE 'REMESSAS REPETIDAS (RECUSADAS INTEIRAS)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-REMESSAS-REPETIDAS    TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE 'REMESSAS COM TRAILER DIVERGENTE OU AUSENTE'
                                          TO WLT-DESCRICAO.
           MOVE ACU-TRL-DIVERGENTES       TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           IF CKRS04-COM-RESTART
               MOVE 'DETALHES JA CONFIRMADOS ANTES DO RESTART'
                                          TO WLT-DESCRICAO
               MOVE ACU-SALTADOS-RESTART  TO WLT-VALOR
               WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM
               MOVE 'RECUSAS JA GRAVADAS ANTES DO RESTART'
                                          TO WLT-DESCRICAO
               MOVE ACU-REJ-RESTART       TO WLT-VALOR
               WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM
           END-IF.
      *
           MOVE 'DETALHES TRATADOS NESTA EXECUCAO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-DETALHES              TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           MOVE 'TITULOS INCLUIDOS'       TO WLT-DESCRICAO.
           MOVE ACU-INCLUIDOS             TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
           MOVE SPACES                    TO WRK-LINHA-VALOR-REM.
           MOVE 'VALOR NOMINAL DOS TITULOS INCLUIDOS'
                                          TO WLV-DESCRICAO.
           MOVE VAL-INCLUIDOS             TO WLV-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-VALOR-REM.
      *
           MOVE 'TITULOS ALTERADOS (VALOR/VENCIMENTO)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-ALTERADOS             TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
           MOVE 'NOVO SALDO DOS TITULOS ALTERADOS'
                                          TO WLV-DESCRICAO.
           MOVE VAL-ALTERADOS             TO WLV-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-VALOR-REM.
      *
           MOVE 'ABATIMENTOS CONCEDIDOS'  TO WLT-DESCRICAO.
           MOVE ACU-ABATIDOS              TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
           MOVE 'VALOR DOS ABATIMENTOS'   TO WLV-DESCRICAO.
           MOVE VAL-ABATIDOS              TO WLV-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-VALOR-REM.
      *
           MOVE 'TITULOS BAIXADOS/CANCELADOS PELO CEDENTE'
                                          TO WLT-DESCRICAO.
           MOVE ACU-BAIXADOS              TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
           MOVE 'SALDO CANCELADO'         TO WLV-DESCRICAO.
           MOVE VAL-BAIXADOS              TO WLV-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-VALOR-REM.
      *
           MOVE 'DETALHES RECUSADOS (REMREJ)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-REJEITADOS            TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
      *
           PERFORM 3250-GRAVAR-LINHA-MOTIVO
                   THRU 3250-GRAVAR-LINHA-MOTIVO-EXIT
                   VARYING WRK-SUB-MOT FROM 1 BY 1
                   UNTIL WRK-SUB-MOT > WRK-QTD-MOTIVOS.
      *
           MOVE 'CEDENTES NO CONTROLE DE REMESSAS (REMCTSAI)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-GRAVADOS-REMCTSAI     TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
       3200-GRAVAR-TOTAIS-RELREM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-GRAVAR-LINHA-MOTIVO - RECUSAS POR MOTIVO (SO OS QUE    *
      *    OCORRERAM).                                                 *
      *----------------------------------------------------------------*
       3250-GRAVAR-LINHA-MOTIVO.
           IF REJ-MOT-QTD (WRK-SUB-MOT) = ZEROS
               GO TO 3250-GRAVAR-LINHA-MOTIVO-EXIT
           END-IF.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-REM.
           MOVE WRK-SUB-MOT               TO WRK-MOTIVO-ATUAL.
           MOVE '  MOTIVO'                TO WLT-DESCRICAO.
           MOVE WRK-MOTIVO-ATUAL          TO WLT-DESCRICAO (10:2).
           MOVE WRK-DESC-MOTIVO (WRK-SUB-MOT)
                                          TO WLT-DESCRICAO (14:30).
           MOVE REJ-MOT-QTD (WRK-SUB-MOT) TO WLT-VALOR.
           WRITE REG-RELREM FROM WRK-LINHA-TOTAL-REM.
       3250-GRAVAR-LINHA-MOTIVO-EXIT.
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
       END PROGRAM CBPA2REM.

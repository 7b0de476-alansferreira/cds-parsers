      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2CFN                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: CONCILIACAO FINANCEIRA DAS BAIXAS ACEITAS      *
      *                CONTRA O CREDITO DA COMPENSACAO NA CONTA DE    *
      *                LIQUIDACAO (EXTRATO EXTLIQ). O VALOR ESPERADO  *
      *                DE CADA ARQUIVO DA REDE (HDR-NUM-SEQUENCIA) E  *
      *                CANAL VEM DAS DISPOSICOES ACEITAS DO ARQRETNW  *
      *                ('01' BAIXA34, '02' BAIXA35, '03' BAIXA36); OS *
      *                ESTORNOS ('07') SAO CONFRONTADOS POR ARQUIVO   *
      *                COM OS DEBITOS DO EXTRATO (CANAL '99'). O      *
      *                ARQCONT DO MESMO RUN FORNECE O BATIMENTO POR   *
      *                CANAL COM A CONTABILIDADE E A FAIXA DE         *
      *                SEQUENCIAS, CONTRA A QUAL CADA ARQUIVO DO      *
      *                ARQRETNW E CONFERIDO. QUEBRAS (FALTA, SOBRA E  *
      *                CREDITO SEM ARQUIVO PROCESSADO) FICAM EM       *
      *                ABERTO NO MESTRE DE PENDENCIAS (CFNPEND/       *
      *                CFNPSAI) ATE QUE UM LANCAMENTO POSTERIOR, OU   *
      *                O PROCESSAMENTO DO ARQUIVO, AS REGULARIZE, E   *
      *                SAO ENVELHECIDAS ENTRE DIAS NO RELATORIO       *
      *                RELCFN. RODA DEPOIS DO CBPA2SAB (OU DO         *
      *                CBPA2CSB NO MODO PARTICIONADO). QUEBRA EM      *
      *                ABERTO OU ARQUIVO FORA DO ARQCONT ENCERRA O    *
      *                JOB COM RETURN-CODE 4.                         *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2CFN.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    CONCILIACAO FINANCEIRA ARQRETNW/ARQCONT  *
      *                       X EXTRATO DE LIQUIDACAO, POR ARQUIVO DA  *
      *                       REDE E CANAL, COM PENDENCIAS             *
      *                       ENVELHECIDAS ENTRE DIAS (WCS-40)         *
      *    15/10/2026  WCS    TODA GRAVACAO DO RELCFN PASSA A TER O    *
      *                       FILE STATUS CONFERIDO NO 3500, COMO JA   *
      *                       OCORRIA NO CFNPSAI (WCS-40 CORRIGIDO)    *
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
           SELECT ARQRETNW    ASSIGN TO ARQRETNW
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-ARQRETNW.
      *
           SELECT ARQCONT     ASSIGN TO ARQCONT
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-ARQCONT.
      *
           SELECT EXTLIQ      ASSIGN TO EXTLIQ
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-EXTLIQ.
      *
           SELECT CFNPEND     ASSIGN TO CFNPEND
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-CFNPEND.
      *
           SELECT CFNPSAI     ASSIGN TO CFNPSAI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-CFNPSAI.
      *
           SELECT RELCFN      ASSIGN TO RELCFN
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELCFN.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQRETNW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQRETNW               PIC  X(082).
      *
       FD  ARQCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQCONT                PIC  X(060).
      *
       FD  EXTLIQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTLIQ                 PIC  X(080).
      *
       FD  CFNPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CFNPEND                PIC  X(080).
      *
       FD  CFNPSAI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CFNPSAI                PIC  X(080).
      *
       FD  RELCFN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELCFN                 PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* INICIO DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* LAYOUT DOS ARQUIVOS DE ENTRADA E SAIDA *'.
      *----------------------------------------------------------------*
      *
           COPY 'CBPAW047'.
      *
           COPY 'CBPAW049'.
      *
           COPY 'CBPAW059'.
      *
       01  WRK-AREA-CBPAW060.
           COPY 'CBPAW060'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* TABELA DE CONCILIACAO POR ARQUIVO X CANAL *'.
      *----------------------------------------------------------------*
      *
      *    UMA ENTRADA POR ARQUIVO DA REDE X CANAL ('34'/'35'/'36',
      *    '99' ESTORNOS DO ARQUIVO), REUNINDO AS PENDENCIAS DOS
      *    CICLOS ANTERIORES, O ESPERADO DO ARQRETNW DO CICLO E O
      *    LANCADO NO EXTRATO.
       77  WRK-QTD-TAB-CFN             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-CFN             PIC  9(005) COMP-3  VALUE 05000.
       77  WRK-IDX-CFN                 PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-IDX-ACHOU               PIC  9(005) COMP    VALUE ZEROS.
       01  WRK-TAB-CFN.
           05  WRK-TAB-CFN-OCOR        OCCURS 5000 TIMES.
               10  TCF-NUM-SEQUENCIA   PIC  9(006).
               10  TCF-COD-CANAL       PIC  X(002).
               10  TCF-DATA-ABERTURA   PIC  9(008).
               10  TCF-DATA-ULT-MOVTO  PIC  9(008).
               10  TCF-VLR-ESPERADO    PIC  9(015)V99 COMP-3.
               10  TCF-VLR-LANCADO     PIC  9(015)V99 COMP-3.
               10  TCF-IND-ORIGEM      PIC  X(001).
                   88  TCF-PENDENCIA-ANTERIOR         VALUE 'P'.
                   88  TCF-ABERTA-NO-CICLO            VALUE 'N'.
      *
       01  WRK-CHAVE-CFN.
           05  WRK-CHAVE-SEQUENCIA     PIC  9(006)         VALUE ZEROS.
           05  WRK-CHAVE-CANAL         PIC  X(002)         VALUE SPACES.
      *
       77  WRK-CANAL-ESTORNO           PIC  X(002)         VALUE '99'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* TABELA DE ARQUIVOS DA REDE DO CICLO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-QTD-TAB-ARQ             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-ARQ             PIC  9(005) COMP-3  VALUE 00500.
       77  WRK-IDX-ARQ                 PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-IDX-ARQ-ACHOU           PIC  9(005) COMP    VALUE ZEROS.
       01  WRK-TAB-ARQ.
           05  WRK-TAB-ARQ-OCOR        OCCURS 500 TIMES.
               10  TAQ-NUM-SEQUENCIA   PIC  9(006).
               10  TAQ-IND-ARQCONT     PIC  X(001).
                   88  TAQ-NO-ARQCONT                 VALUE 'S'.
                   88  TAQ-FORA-ARQCONT               VALUE 'N'.
      *
       77  WRK-SEQ-CORRENTE            PIC  9(006)         VALUE ZEROS.
      *
      *    FAIXAS DE SEQUENCIA DOS HEADERS DO ARQCONT (UMA POR RUN;
      *    NO MODO PARTICIONADO, UMA POR PARTICAO CONCATENADA).
       77  WRK-QTD-TAB-FAIXA           PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-FAIXA           PIC  9(003) COMP-3  VALUE 050.
       77  WRK-IDX-FAIXA               PIC  9(003) COMP    VALUE ZEROS.
       01  WRK-TAB-FAIXA.
           05  WRK-TAB-FAIXA-OCOR      OCCURS 50 TIMES.
               10  TFX-SEQ-INICIAL     PIC  9(006).
               10  TFX-SEQ-FINAL       PIC  9(006).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* TOTAIS DO RUN POR CANAL (34/35/36) *'.
      *----------------------------------------------------------------*
      *
       77  WRK-SUB-CANAL               PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CANAL-NUM               PIC  9(002)         VALUE ZEROS.
       01  WRK-TAB-CANAL.
           05  WRK-TAB-CANAL-OCOR      OCCURS 3 TIMES.
               10  CAN-ACEITO          PIC  9(015)V99 COMP-3.
               10  CAN-CONTAB-CRED     PIC  9(015)V99 COMP-3.
               10  CAN-EXTRATO-CRED    PIC  9(015)V99 COMP-3.
               10  CAN-CONTAB-DEB      PIC  9(015)V99 COMP-3.
               10  CAN-EXTRATO-DEB     PIC  9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE TRABALHO DA CLASSIFICACAO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DIFERENCA               PIC S9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-VLR-QUEBRA              PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-DIAS-ABERTO             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-SUB-FAIXA               PIC  9(002) COMP    VALUE ZEROS.
      *
       77  WRK-SIT-ITEM                PIC  X(020)         VALUE SPACES.
       77  WRK-SIT-CONCILIADO          PIC  X(020)         VALUE
           'CONCILIADO'.
       77  WRK-SIT-REGULARIZADO        PIC  X(020)         VALUE
           'REGULARIZADO'.
       77  WRK-SIT-FALTA               PIC  X(020)         VALUE
           'FALTA (A RECEBER)'.
       77  WRK-SIT-SOBRA               PIC  X(020)         VALUE
           'SOBRA (SEM BAIXA)'.
       77  WRK-SIT-SEM-ARQUIVO         PIC  X(020)         VALUE
           'SEM ARQUIVO PROC.'.
      *
      *    FAIXAS DE ENVELHECIMENTO: 0-2, 3-5, 6-10 E ACIMA DE 10
      *    DIAS DESDE A ABERTURA DA QUEBRA.
       01  WRK-TAB-ENVELHEC.
           05  WRK-TAB-ENVELHEC-OCOR   OCCURS 4 TIMES.
               10  ENV-QTD             PIC  9(009) COMP-3.
               10  ENV-VALOR           PIC  9(015)V99 COMP-3.
       01  WRK-TAB-DESC-FAIXA-VAL.
           05  FILLER                  PIC  X(030)         VALUE
               'ABERTAS HA 0 A 2 DIAS'.
           05  FILLER                  PIC  X(030)         VALUE
               'ABERTAS HA 3 A 5 DIAS'.
           05  FILLER                  PIC  X(030)         VALUE
               'ABERTAS HA 6 A 10 DIAS'.
           05  FILLER                  PIC  X(030)         VALUE
               'ABERTAS HA MAIS DE 10 DIAS'.
       01  FILLER                      REDEFINES WRK-TAB-DESC-FAIXA-VAL.
           05  WRK-DESC-FAIXA          PIC  X(030) OCCURS 4 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-ARQRETNW      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-ARQCONT       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-EXTLIQ        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-CFNPEND       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-CFNPSAI    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DET-EXTLIQ          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ARQ-FORA-ARQCONT    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CONCILIADOS         PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-REGULARIZADOS       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FALTAS              PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SOBRAS              PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SEM-ARQUIVO         PIC  9(009) COMP-3  VALUE ZEROS.
      *
       01  WRK-VALORES.
           05  VAL-CRED-EXTLIQ         PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-DEB-EXTLIQ          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-FALTAS              PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-SOBRAS              PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-SEM-ARQUIVO         PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO (RELCFN) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-CFN.
           05  FILLER                  PIC  X(010)         VALUE
               'SEQ   CN  '.
           05  FILLER                  PIC  X(017)         VALUE
               'ABERTURA    DIAS '.
           05  FILLER                  PIC  X(020)         VALUE
               '   ESPERADO (ACEITO)'.
           05  FILLER                  PIC  X(020)         VALUE
               '    LANCADO EXTRATO '.
           05  FILLER                  PIC  X(021)         VALUE
               '           DIFERENCA '.
           05  FILLER                  PIC  X(020)         VALUE
               ' SITUACAO'.
           05  FILLER                  PIC  X(024)         VALUE SPACES.
      *
       01  WRK-LINHA-CFN.
           05  WLC-NUM-SEQUENCIA       PIC  9(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-COD-CANAL           PIC  X(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-DATA-ABERTURA       PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-DIAS                PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-VLR-ESPERADO        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-VLR-LANCADO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-VLR-DIFERENCA       PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLC-SITUACAO            PIC  X(020).
           05  FILLER                  PIC  X(022)         VALUE SPACES.
      *
       01  WRK-CAB-CANAL.
           05  FILLER                  PIC  X(004)         VALUE
               'CN  '.
           05  FILLER                  PIC  X(020)         VALUE
               '    ACEITO ARQRETNW '.
           05  FILLER                  PIC  X(020)         VALUE
               '  CREDITO CONTABIL  '.
           05  FILLER                  PIC  X(020)         VALUE
               '  CREDITO EXTRATO   '.
           05  FILLER                  PIC  X(020)         VALUE
               '  DIF EXTR - ACEITO '.
           05  FILLER                  PIC  X(020)         VALUE
               '  DEBITO CONTABIL   '.
           05  FILLER                  PIC  X(020)         VALUE
               '  DEBITO EXTRATO    '.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
      *
       01  WRK-LINHA-CANAL.
           05  WLN-COD-CANAL           PIC  X(002).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WLN-ACEITO              PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLN-CONTAB-CRED         PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLN-EXTRATO-CRED        PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLN-DIFERENCA           PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLN-CONTAB-DEB          PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLN-EXTRATO-DEB         PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-CFN.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-VALOR-CFN.
           05  WLV-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLV-QTD                 PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLV-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(048)         VALUE SPACES.
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
       77  WRK-DATA-CICLO              PIC  9(008)         VALUE ZEROS.
      *
       77  WRK-TIPO-REG-HEADER         PIC  X(002)         VALUE '00'.
       77  WRK-TIPO-REG-DETALHE        PIC  X(002)         VALUE '01'.
       77  WRK-TIPO-REG-TRAILER        PIC  X(002)         VALUE '99'.
      *
       77  WRK-ARQRETNW                PIC  X(008)         VALUE
           'ARQRETNW'.
       77  WRK-ARQCONT                 PIC  X(008)         VALUE
           'ARQCONT'.
       77  WRK-EXTLIQ                  PIC  X(008)         VALUE
           'EXTLIQ'.
       77  WRK-CFNPEND                 PIC  X(008)         VALUE
           'CFNPEND'.
       77  WRK-CFNPSAI                 PIC  X(008)         VALUE
           'CFNPSAI'.
       77  WRK-RELCFN                  PIC  X(008)         VALUE
           'RELCFN'.
      *
       77  WRK-FIM-ARQRETNW            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-ARQRETNW-SIM                        VALUE 'S'.
           88  WRK-FIM-ARQRETNW-NAO                        VALUE 'N'.
       77  WRK-FIM-ARQCONT             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-ARQCONT-SIM                         VALUE 'S'.
           88  WRK-FIM-ARQCONT-NAO                         VALUE 'N'.
       77  WRK-FIM-EXTLIQ              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-EXTLIQ-SIM                          VALUE 'S'.
           88  WRK-FIM-EXTLIQ-NAO                          VALUE 'N'.
       77  WRK-FIM-CFNPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-CFNPEND-SIM                         VALUE 'S'.
           88  WRK-FIM-CFNPEND-NAO                         VALUE 'N'.
       77  WRK-SEM-CFNPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-CFNPEND-SIM                         VALUE 'S'.
           88  WRK-SEM-CFNPEND-NAO                         VALUE 'N'.
       77  WRK-TRAILER-EXTLIQ          PIC  X(001)         VALUE 'N'.
           88  WRK-TRAILER-EXTLIQ-SIM                      VALUE 'S'.
           88  WRK-TRAILER-EXTLIQ-NAO                      VALUE 'N'.
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
           '* AREA DE FILE-STATUS *'.
      *----------------------------------------------------------------*
      *
       77  WRK-FS-ARQRETNW             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-ARQCONT              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EXTLIQ               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-CFNPEND              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-CFNPSAI              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELCFN               PIC  X(002)         VALUE SPACES.
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
               10  WRK-PARM-DATA-CICLO PIC  9(008).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CARREGA AS PENDENCIAS ANTERIORES, O         *
      *    ESPERADO DO CICLO (ARQRETNW/ARQCONT) E O LANCADO NO         *
      *    EXTRATO, CLASSIFICA CADA ARQUIVO X CANAL E GRAVA O MESTRE   *
      *    NOVO DE PENDENCIAS E O RELATORIO.                           *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           PERFORM 2000-CARREGAR-CFNPEND
                   THRU 2000-CARREGAR-CFNPEND-EXIT
                   UNTIL WRK-FIM-CFNPEND-SIM.
      *
           PERFORM 2200-CARREGAR-ARQRETNW
                   THRU 2200-CARREGAR-ARQRETNW-EXIT
                   UNTIL WRK-FIM-ARQRETNW-SIM.
      *
           PERFORM 2400-CARREGAR-ARQCONT
                   THRU 2400-CARREGAR-ARQCONT-EXIT
                   UNTIL WRK-FIM-ARQCONT-SIM.
      *
           PERFORM 2500-CONFERIR-FAIXA-ARQCONT
                   THRU 2500-CONFERIR-FAIXA-ARQCONT-EXIT.
      *
           PERFORM 2600-CARREGAR-EXTLIQ
                   THRU 2600-CARREGAR-EXTLIQ-EXIT
                   UNTIL WRK-FIM-EXTLIQ-SIM.
      *
           PERFORM 2700-CONFERIR-TRAILER-EXTLIQ
                   THRU 2700-CONFERIR-TRAILER-EXTLIQ-EXIT.
      *
           PERFORM 3000-FINALIZAR
                   THRU 3000-FINALIZAR-EXIT.
      *
           IF ACU-FALTAS > ZEROS
              OR ACU-SOBRAS > ZEROS
              OR ACU-SEM-ARQUIVO > ZEROS
              OR ACU-ARQ-FORA-ARQCONT > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - DATA DO CICLO (PARM; NA AUSENCIA, A DATA *
      *    CORRENTE) E ABERTURA DOS ARQUIVOS. O CFNPEND PODE NAO       *
      *    EXISTIR NA PRIMEIRA EXECUCAO (FILE STATUS '35').            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           IF WRK-PARM-TAM > ZEROS
              AND WRK-PARM-DATA-CICLO > ZEROS
               MOVE WRK-PARM-DATA-CICLO TO WRK-DATA-CICLO
           ELSE
               ACCEPT WRK-DATA-CICLO  FROM DATE YYYYMMDD
           END-IF.
      *
           INITIALIZE WRK-TAB-CANAL
                      WRK-TAB-ENVELHEC.
      *
           OPEN INPUT  CFNPEND.
           IF WRK-FS-CFNPEND = '35'
               SET WRK-SEM-CFNPEND-SIM TO TRUE
               SET WRK-FIM-CFNPEND-SIM TO TRUE
           ELSE
               IF WRK-FS-CFNPEND NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-CFNPEND     TO WRK-ARQUIVO
                   MOVE WRK-FS-CFNPEND  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           OPEN INPUT  ARQRETNW.
           IF WRK-FS-ARQRETNW NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-ARQRETNW       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQRETNW    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  ARQCONT.
           IF WRK-FS-ARQCONT NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-ARQCONT        TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCONT     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN INPUT  EXTLIQ.
           IF WRK-FS-EXTLIQ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-EXTLIQ         TO WRK-ARQUIVO
               MOVE WRK-FS-EXTLIQ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT CFNPSAI.
           IF WRK-FS-CFNPSAI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-CFNPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-CFNPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELCFN.
           IF WRK-FS-RELCFN NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELCFN         TO WRK-ARQUIVO
               MOVE WRK-FS-RELCFN      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CARREGAR-CFNPEND - QUEBRAS EM ABERTO DOS CICLOS        *
      *    ANTERIORES, COM O ESPERADO E O LANCADO ACUMULADOS.          *
      *----------------------------------------------------------------*
       2000-CARREGAR-CFNPEND.
           READ CFNPEND INTO WRK-AREA-CBPAW060.
           IF WRK-FS-CFNPEND = '10'
               SET WRK-FIM-CFNPEND-SIM TO TRUE
               CLOSE CFNPEND
               GO TO 2000-CARREGAR-CFNPEND-EXIT
           END-IF.
           IF WRK-FS-CFNPEND NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-CFNPEND        TO WRK-ARQUIVO
               MOVE WRK-FS-CFNPEND     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-CFNPEND.
      *
           MOVE PFN-NUM-SEQUENCIA      TO WRK-CHAVE-SEQUENCIA.
           MOVE PFN-COD-CANAL          TO WRK-CHAVE-CANAL.
           PERFORM 2900-LOCALIZAR-CHAVE THRU 2900-LOCALIZAR-CHAVE-EXIT.
      *
           SET TCF-PENDENCIA-ANTERIOR (WRK-IDX-CFN) TO TRUE.
           MOVE PFN-DATA-ABERTURA      TO
                TCF-DATA-ABERTURA (WRK-IDX-CFN).
           MOVE PFN-DATA-ULT-MOVTO     TO
                TCF-DATA-ULT-MOVTO (WRK-IDX-CFN).
           ADD PFN-VLR-ESPERADO        TO
               TCF-VLR-ESPERADO (WRK-IDX-CFN).
           ADD PFN-VLR-LANCADO         TO
               TCF-VLR-LANCADO (WRK-IDX-CFN).
       2000-CARREGAR-CFNPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-CARREGAR-ARQRETNW - ESPERADO DO CICLO: SOMA O VALOR    *
      *    DAS DISPOSICOES ACEITAS DE CADA ARQUIVO DA REDE POR CANAL E *
      *    DOS ESTORNOS NO CANAL '99'. UMA MESMA SEQUENCIA PODE VIR EM *
      *    MAIS DE UM BLOCO (RESPOSTAS DAS PARTICOES CONCATENADAS) E   *
      *    E SOMADA NA MESMA CHAVE.                                    *
      *----------------------------------------------------------------*
       2200-CARREGAR-ARQRETNW.
           READ ARQRETNW INTO WRK-RET-DETALHE.
           IF WRK-FS-ARQRETNW = '10'
               SET WRK-FIM-ARQRETNW-SIM TO TRUE
               CLOSE ARQRETNW
               GO TO 2200-CARREGAR-ARQRETNW-EXIT
           END-IF.
           IF WRK-FS-ARQRETNW NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-ARQRETNW       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQRETNW    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-ARQRETNW.
      *
           IF RET-TIPO-REGISTRO = WRK-TIPO-REG-HEADER
               MOVE WRK-RET-DETALHE    TO WRK-RET-HEADER
               MOVE RTH-NUM-SEQUENCIA  TO WRK-SEQ-CORRENTE
               PERFORM 2250-REGISTRAR-ARQUIVO
                       THRU 2250-REGISTRAR-ARQUIVO-EXIT
               GO TO 2200-CARREGAR-ARQRETNW-EXIT
           END-IF.
           IF RET-TIPO-REGISTRO NOT = WRK-TIPO-REG-DETALHE
               GO TO 2200-CARREGAR-ARQRETNW-EXIT
           END-IF.
      *
           EVALUATE RET-DISPOSICAO
               WHEN '01'
                   MOVE '34'           TO WRK-CHAVE-CANAL
               WHEN '02'
                   MOVE '35'           TO WRK-CHAVE-CANAL
               WHEN '03'
                   MOVE '36'           TO WRK-CHAVE-CANAL
               WHEN '07'
                   MOVE WRK-CANAL-ESTORNO TO WRK-CHAVE-CANAL
               WHEN OTHER
                   GO TO 2200-CARREGAR-ARQRETNW-EXIT
           END-EVALUATE.
      *
           MOVE WRK-SEQ-CORRENTE       TO WRK-CHAVE-SEQUENCIA.
           PERFORM 2900-LOCALIZAR-CHAVE THRU 2900-LOCALIZAR-CHAVE-EXIT.
           ADD RET-VALOR-BAIXA         TO
               TCF-VLR-ESPERADO (WRK-IDX-CFN).
      *
           IF WRK-CHAVE-CANAL NOT = WRK-CANAL-ESTORNO
               MOVE WRK-CHAVE-CANAL    TO WRK-CANAL-NUM
               COMPUTE WRK-SUB-CANAL = WRK-CANAL-NUM - 33
               ADD RET-VALOR-BAIXA     TO CAN-ACEITO (WRK-SUB-CANAL)
           END-IF.
       2200-CARREGAR-ARQRETNW-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-REGISTRAR-ARQUIVO - GUARDA CADA SEQUENCIA DO ARQRETNW  *
      *    UMA UNICA VEZ, PARA A CONFERENCIA DA FAIXA DO ARQCONT E O   *
      *    TOTAL POR CANAL DO EXTRATO NO RUN.                          *
      *----------------------------------------------------------------*
       2250-REGISTRAR-ARQUIVO.
           PERFORM 2950-LOCALIZAR-ARQUIVO
                   THRU 2950-LOCALIZAR-ARQUIVO-EXIT.
           IF WRK-IDX-ARQ-ACHOU > ZEROS
               GO TO 2250-REGISTRAR-ARQUIVO-EXIT
           END-IF.
           IF WRK-QTD-TAB-ARQ NOT < WRK-MAX-TAB-ARQ
               DISPLAY 'ESTOURO DA TABELA DE ARQUIVOS DA REDE - '
                       'LIMITE ' WRK-MAX-TAB-ARQ
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           ADD 1                       TO WRK-QTD-TAB-ARQ.
           MOVE WRK-QTD-TAB-ARQ        TO WRK-IDX-ARQ.
           MOVE WRK-SEQ-CORRENTE       TO
                TAQ-NUM-SEQUENCIA (WRK-IDX-ARQ).
           SET TAQ-FORA-ARQCONT (WRK-IDX-ARQ) TO TRUE.
       2250-REGISTRAR-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-CARREGAR-ARQCONT - FAIXAS DE SEQUENCIA DOS HEADERS E   *
      *    TOTAIS CONTABEIS POR CANAL (CREDITO E DEBITO).              *
      *----------------------------------------------------------------*
       2400-CARREGAR-ARQCONT.
           READ ARQCONT INTO WRK-CTB-DETALHE.
           IF WRK-FS-ARQCONT = '10'
               SET WRK-FIM-ARQCONT-SIM TO TRUE
               CLOSE ARQCONT
               GO TO 2400-CARREGAR-ARQCONT-EXIT
           END-IF.
           IF WRK-FS-ARQCONT NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-ARQCONT        TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCONT     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-ARQCONT.
      *
           IF CTD-TIPO-REGISTRO = WRK-TIPO-REG-HEADER
               MOVE WRK-CTB-DETALHE    TO WRK-CTB-HEADER
               IF WRK-QTD-TAB-FAIXA NOT < WRK-MAX-TAB-FAIXA
                   DISPLAY 'ESTOURO DA TABELA DE FAIXAS DO ARQCONT - '
                           'LIMITE ' WRK-MAX-TAB-FAIXA
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
               END-IF
               ADD 1                   TO WRK-QTD-TAB-FAIXA
               MOVE WRK-QTD-TAB-FAIXA  TO WRK-IDX-FAIXA
               MOVE CTH-NUM-SEQUENCIA  TO
                    TFX-SEQ-INICIAL (WRK-IDX-FAIXA)
               MOVE CTH-SEQ-FINAL      TO TFX-SEQ-FINAL (WRK-IDX-FAIXA)
               GO TO 2400-CARREGAR-ARQCONT-EXIT
           END-IF.
           IF CTD-TIPO-REGISTRO NOT = WRK-TIPO-REG-DETALHE
               GO TO 2400-CARREGAR-ARQCONT-EXIT
           END-IF.
      *
           IF CTD-COD-CANAL NOT NUMERIC
               GO TO 2400-CARREGAR-ARQCONT-EXIT
           END-IF.
           MOVE CTD-COD-CANAL          TO WRK-CANAL-NUM.
           IF WRK-CANAL-NUM < 34 OR WRK-CANAL-NUM > 36
               GO TO 2400-CARREGAR-ARQCONT-EXIT
           END-IF.
           COMPUTE WRK-SUB-CANAL = WRK-CANAL-NUM - 33.
           IF CTD-IND-DEB-CRED = 'D'
               ADD CTD-VLR-LANCTOS     TO CAN-CONTAB-DEB (WRK-SUB-CANAL)
           ELSE
               ADD CTD-VLR-LANCTOS     TO
                   CAN-CONTAB-CRED (WRK-SUB-CANAL)
           END-IF.
       2400-CARREGAR-ARQCONT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CONFERIR-FAIXA-ARQCONT - TODO ARQUIVO RESPONDIDO NO    *
      *    ARQRETNW TEM DE ESTAR NA FAIXA DE ALGUM HEADER DO ARQCONT:  *
      *    SENAO O ARQRETNW E O ARQCONT NAO SAO DO MESMO RUN E O       *
      *    BATIMENTO POR CANAL NAO VALE.                               *
      *----------------------------------------------------------------*
       2500-CONFERIR-FAIXA-ARQCONT.
           IF WRK-QTD-TAB-ARQ = ZEROS
               GO TO 2500-CONFERIR-FAIXA-ARQCONT-EXIT
           END-IF.
           PERFORM 2550-CONFERIR-ARQUIVO
                   THRU 2550-CONFERIR-ARQUIVO-EXIT
                   VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-QTD-TAB-ARQ.
       2500-CONFERIR-FAIXA-ARQCONT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2550-CONFERIR-ARQUIVO                                       *
      *----------------------------------------------------------------*
       2550-CONFERIR-ARQUIVO.
           IF WRK-QTD-TAB-FAIXA > ZEROS
               PERFORM 2560-TESTAR-FAIXA
                       THRU 2560-TESTAR-FAIXA-EXIT
                       VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA > WRK-QTD-TAB-FAIXA
                       OR TAQ-NO-ARQCONT (WRK-IDX-ARQ)
           END-IF.
           IF TAQ-FORA-ARQCONT (WRK-IDX-ARQ)
               ADD 1                   TO ACU-ARQ-FORA-ARQCONT
               DISPLAY 'ARQUIVO DA REDE '
                       TAQ-NUM-SEQUENCIA (WRK-IDX-ARQ)
                       ' NO ARQRETNW E FORA DA FAIXA DO ARQCONT'
           END-IF.
       2550-CONFERIR-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2560-TESTAR-FAIXA                                           *
      *----------------------------------------------------------------*
       2560-TESTAR-FAIXA.
           IF TAQ-NUM-SEQUENCIA (WRK-IDX-ARQ) NOT <
              TFX-SEQ-INICIAL (WRK-IDX-FAIXA)
              AND TAQ-NUM-SEQUENCIA (WRK-IDX-ARQ) NOT >
                  TFX-SEQ-FINAL (WRK-IDX-FAIXA)
               SET TAQ-NO-ARQCONT (WRK-IDX-ARQ) TO TRUE
           END-IF.
       2560-TESTAR-FAIXA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-CARREGAR-EXTLIQ - LANCADO NA CONTA DE LIQUIDACAO:      *
      *    CREDITO NO CANAL DO LANCAMENTO, DEBITO (ESTORNO) NO CANAL   *
      *    '99' DO ARQUIVO. O LANCAMENTO DE UM ARQUIVO DE CICLO        *
      *    ANTERIOR CAI NA PENDENCIA EM ABERTO DA MESMA CHAVE; SEM     *
      *    PENDENCIA NEM ARQUIVO NO CICLO, ABRE UM CREDITO SEM         *
      *    ARQUIVO PROCESSADO.                                         *
      *----------------------------------------------------------------*
       2600-CARREGAR-EXTLIQ.
           READ EXTLIQ INTO WRK-LIQ-DETALHE.
           IF WRK-FS-EXTLIQ = '10'
               SET WRK-FIM-EXTLIQ-SIM  TO TRUE
               CLOSE EXTLIQ
               GO TO 2600-CARREGAR-EXTLIQ-EXIT
           END-IF.
           IF WRK-FS-EXTLIQ NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-EXTLIQ         TO WRK-ARQUIVO
               MOVE WRK-FS-EXTLIQ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-EXTLIQ.
      *
           EVALUATE LQD-TIPO-REGISTRO
               WHEN WRK-TIPO-REG-HEADER
                   MOVE WRK-LIQ-DETALHE TO WRK-LIQ-HEADER
                   GO TO 2600-CARREGAR-EXTLIQ-EXIT
               WHEN WRK-TIPO-REG-TRAILER
                   MOVE WRK-LIQ-DETALHE TO WRK-LIQ-TRAILER
                   SET WRK-TRAILER-EXTLIQ-SIM TO TRUE
                   GO TO 2600-CARREGAR-EXTLIQ-EXIT
               WHEN WRK-TIPO-REG-DETALHE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO NO EXTLIQ - '
                           'REGISTRO ' ACU-LIDOS-EXTLIQ
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-EVALUATE.
      *
           IF (NOT LQD-CREDITO AND NOT LQD-DEBITO)
              OR LQD-VALOR NOT NUMERIC
              OR LQD-NUM-SEQUENCIA NOT NUMERIC
               DISPLAY 'LANCAMENTO INVALIDO NO EXTLIQ - REGISTRO '
                       ACU-LIDOS-EXTLIQ
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           ADD 1                       TO ACU-DET-EXTLIQ.
      *
           MOVE LQD-NUM-SEQUENCIA      TO WRK-CHAVE-SEQUENCIA.
           IF LQD-CREDITO
               MOVE LQD-COD-CANAL      TO WRK-CHAVE-CANAL
               ADD LQD-VALOR           TO VAL-CRED-EXTLIQ
           ELSE
               MOVE WRK-CANAL-ESTORNO  TO WRK-CHAVE-CANAL
               ADD LQD-VALOR           TO VAL-DEB-EXTLIQ
           END-IF.
           PERFORM 2900-LOCALIZAR-CHAVE THRU 2900-LOCALIZAR-CHAVE-EXIT.
           ADD LQD-VALOR               TO
               TCF-VLR-LANCADO (WRK-IDX-CFN).
           MOVE LQD-DATA-CREDITO       TO
                TCF-DATA-ULT-MOVTO (WRK-IDX-CFN).
      *
      *    TOTAL DO RUN POR CANAL: SO LANCAMENTOS DOS ARQUIVOS DO
      *    PROPRIO ARQRETNW, NO CANAL INFORMADO PELA COMPENSACAO.
           MOVE LQD-NUM-SEQUENCIA      TO WRK-SEQ-CORRENTE.
           PERFORM 2950-LOCALIZAR-ARQUIVO
                   THRU 2950-LOCALIZAR-ARQUIVO-EXIT.
           IF WRK-IDX-ARQ-ACHOU = ZEROS
              OR LQD-COD-CANAL NOT NUMERIC
               GO TO 2600-CARREGAR-EXTLIQ-EXIT
           END-IF.
           MOVE LQD-COD-CANAL          TO WRK-CANAL-NUM.
           IF WRK-CANAL-NUM < 34 OR WRK-CANAL-NUM > 36
               GO TO 2600-CARREGAR-EXTLIQ-EXIT
           END-IF.
           COMPUTE WRK-SUB-CANAL = WRK-CANAL-NUM - 33.
           IF LQD-CREDITO
               ADD LQD-VALOR           TO
                   CAN-EXTRATO-CRED (WRK-SUB-CANAL)
           ELSE
               ADD LQD-VALOR           TO
                   CAN-EXTRATO-DEB (WRK-SUB-CANAL)
           END-IF.
       2600-CARREGAR-EXTLIQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-CONFERIR-TRAILER-EXTLIQ - EXTRATO INCOMPLETO OU        *
      *    DIVERGENTE DO PROPRIO TRAILER ABENDA: CONCILIAR CONTRA ELE  *
      *    ABRIRIA QUEBRAS FALSAS QUE SERIAM ENVELHECIDAS.             *
      *----------------------------------------------------------------*
       2700-CONFERIR-TRAILER-EXTLIQ.
           IF WRK-TRAILER-EXTLIQ-NAO
               DISPLAY 'EXTLIQ SEM REGISTRO TRAILER'
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           IF LQT-QTD-DETALHES NOT = ACU-DET-EXTLIQ
              OR LQT-VLR-CREDITOS NOT = VAL-CRED-EXTLIQ
              OR LQT-VLR-DEBITOS  NOT = VAL-DEB-EXTLIQ
               DISPLAY 'TRAILER DO EXTLIQ NAO CONFERE - QTD LIDA: '
                       ACU-DET-EXTLIQ ' QTD TRAILER: '
                       LQT-QTD-DETALHES
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
       2700-CONFERIR-TRAILER-EXTLIQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-LOCALIZAR-CHAVE - POSICIONA WRK-IDX-CFN NA ENTRADA DA  *
      *    CHAVE WRK-CHAVE-CFN, CRIANDO-A (ABERTA NO CICLO) SE AINDA   *
      *    NAO EXISTE.                                                 *
      *----------------------------------------------------------------*
       2900-LOCALIZAR-CHAVE.
           MOVE ZEROS                  TO WRK-IDX-ACHOU.
           IF WRK-QTD-TAB-CFN > ZEROS
               PERFORM 2910-COMPARAR-CHAVE
                       THRU 2910-COMPARAR-CHAVE-EXIT
                       VARYING WRK-IDX-CFN FROM 1 BY 1
                       UNTIL WRK-IDX-CFN > WRK-QTD-TAB-CFN
                       OR WRK-IDX-ACHOU > ZEROS
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE WRK-IDX-ACHOU      TO WRK-IDX-CFN
               GO TO 2900-LOCALIZAR-CHAVE-EXIT
           END-IF.
      *
           IF WRK-QTD-TAB-CFN NOT < WRK-MAX-TAB-CFN
               DISPLAY 'ESTOURO DA TABELA DE CONCILIACAO - LIMITE '
                       WRK-MAX-TAB-CFN
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           ADD 1                       TO WRK-QTD-TAB-CFN.
           MOVE WRK-QTD-TAB-CFN        TO WRK-IDX-CFN.
           MOVE WRK-CHAVE-SEQUENCIA    TO
                TCF-NUM-SEQUENCIA (WRK-IDX-CFN).
           MOVE WRK-CHAVE-CANAL        TO TCF-COD-CANAL (WRK-IDX-CFN).
           MOVE WRK-DATA-CICLO         TO
                TCF-DATA-ABERTURA (WRK-IDX-CFN)
                TCF-DATA-ULT-MOVTO (WRK-IDX-CFN).
           MOVE ZEROS                  TO
                TCF-VLR-ESPERADO (WRK-IDX-CFN)
                TCF-VLR-LANCADO (WRK-IDX-CFN).
           SET TCF-ABERTA-NO-CICLO (WRK-IDX-CFN) TO TRUE.
       2900-LOCALIZAR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2910-COMPARAR-CHAVE                                         *
      *----------------------------------------------------------------*
       2910-COMPARAR-CHAVE.
           IF TCF-NUM-SEQUENCIA (WRK-IDX-CFN) = WRK-CHAVE-SEQUENCIA
              AND TCF-COD-CANAL (WRK-IDX-CFN) = WRK-CHAVE-CANAL
               MOVE WRK-IDX-CFN        TO WRK-IDX-ACHOU
           END-IF.
       2910-COMPARAR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2950-LOCALIZAR-ARQUIVO - PROCURA WRK-SEQ-CORRENTE NA TABELA *
      *    DE ARQUIVOS DO ARQRETNW (WRK-IDX-ARQ-ACHOU ZERO = AUSENTE). *
      *----------------------------------------------------------------*
       2950-LOCALIZAR-ARQUIVO.
           MOVE ZEROS                  TO WRK-IDX-ARQ-ACHOU.
           IF WRK-QTD-TAB-ARQ > ZEROS
               PERFORM 2960-COMPARAR-ARQUIVO
                       THRU 2960-COMPARAR-ARQUIVO-EXIT
                       VARYING WRK-IDX-ARQ FROM 1 BY 1
                       UNTIL WRK-IDX-ARQ > WRK-QTD-TAB-ARQ
                       OR WRK-IDX-ARQ-ACHOU > ZEROS
           END-IF.
       2950-LOCALIZAR-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2960-COMPARAR-ARQUIVO                                       *
      *----------------------------------------------------------------*
       2960-COMPARAR-ARQUIVO.
           IF TAQ-NUM-SEQUENCIA (WRK-IDX-ARQ) = WRK-SEQ-CORRENTE
               MOVE WRK-IDX-ARQ        TO WRK-IDX-ARQ-ACHOU
           END-IF.
       2960-COMPARAR-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-FINALIZAR - CLASSIFICA CADA ENTRADA, GRAVA O MESTRE    *
      *    NOVO DE PENDENCIAS E OS TOTAIS DO RELATORIO.                *
      *----------------------------------------------------------------*
       3000-FINALIZAR.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-CFN.
           MOVE '***  CBPA2CFN - CONCILIACAO FINANCEIRA  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
           MOVE 'POR ARQUIVO DA REDE X CANAL (99 = ESTORNOS)'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
           WRITE REG-RELCFN FROM WRK-CAB-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           IF WRK-QTD-TAB-CFN > ZEROS
               PERFORM 3100-CLASSIFICAR-ENTRADA
                       THRU 3100-CLASSIFICAR-ENTRADA-EXIT
                       VARYING WRK-IDX-CFN FROM 1 BY 1
                       UNTIL WRK-IDX-CFN > WRK-QTD-TAB-CFN
           END-IF.
      *
           PERFORM 3300-GRAVAR-CANAIS
                   THRU 3300-GRAVAR-CANAIS-EXIT.
      *
           PERFORM 3400-GRAVAR-TOTAIS-RELCFN
                   THRU 3400-GRAVAR-TOTAIS-RELCFN-EXIT.
      *
           CLOSE CFNPSAI RELCFN.
       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-CLASSIFICAR-ENTRADA - LANCADO IGUAL AO ESPERADO FECHA  *
      *    A CHAVE (CONCILIADA NO CICLO OU REGULARIZADA, SE VINHA DE   *
      *    CICLO ANTERIOR). SENAO A QUEBRA SEGUE EM ABERTO NO CFNPSAI  *
      *    COMO FALTA, SOBRA OU CREDITO SEM ARQUIVO PROCESSADO, NA     *
      *    FAIXA DE IDADE CONTADA DESDE A ABERTURA.                    *
      *----------------------------------------------------------------*
       3100-CLASSIFICAR-ENTRADA.
           COMPUTE WRK-DIFERENCA = TCF-VLR-LANCADO (WRK-IDX-CFN)
                                 - TCF-VLR-ESPERADO (WRK-IDX-CFN).
           COMPUTE WRK-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CICLO)
                 - FUNCTION INTEGER-OF-DATE
                   (TCF-DATA-ABERTURA (WRK-IDX-CFN)).
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW060.
           EVALUATE TRUE
               WHEN WRK-DIFERENCA = ZEROS
                AND TCF-PENDENCIA-ANTERIOR (WRK-IDX-CFN)
                   MOVE WRK-SIT-REGULARIZADO TO WRK-SIT-ITEM
                   ADD 1               TO ACU-REGULARIZADOS
               WHEN WRK-DIFERENCA = ZEROS
                   MOVE WRK-SIT-CONCILIADO TO WRK-SIT-ITEM
                   ADD 1               TO ACU-CONCILIADOS
               WHEN TCF-VLR-ESPERADO (WRK-IDX-CFN) = ZEROS
                   MOVE WRK-SIT-SEM-ARQUIVO TO WRK-SIT-ITEM
                   SET PFN-SEM-ARQUIVO TO TRUE
                   ADD 1               TO ACU-SEM-ARQUIVO
                   ADD WRK-DIFERENCA   TO VAL-SEM-ARQUIVO
               WHEN WRK-DIFERENCA < ZEROS
                   MOVE WRK-SIT-FALTA  TO WRK-SIT-ITEM
                   SET PFN-FALTA       TO TRUE
                   ADD 1               TO ACU-FALTAS
                   SUBTRACT WRK-DIFERENCA FROM VAL-FALTAS
               WHEN OTHER
                   MOVE WRK-SIT-SOBRA  TO WRK-SIT-ITEM
                   SET PFN-SOBRA       TO TRUE
                   ADD 1               TO ACU-SOBRAS
                   ADD WRK-DIFERENCA   TO VAL-SOBRAS
           END-EVALUATE.
      *
           MOVE TCF-NUM-SEQUENCIA (WRK-IDX-CFN) TO WLC-NUM-SEQUENCIA.
           MOVE TCF-COD-CANAL (WRK-IDX-CFN)     TO WLC-COD-CANAL.
           MOVE TCF-DATA-ABERTURA (WRK-IDX-CFN) TO WLC-DATA-ABERTURA.
           MOVE WRK-DIAS-ABERTO                 TO WLC-DIAS.
           MOVE TCF-VLR-ESPERADO (WRK-IDX-CFN)  TO WLC-VLR-ESPERADO.
           MOVE TCF-VLR-LANCADO (WRK-IDX-CFN)   TO WLC-VLR-LANCADO.
           MOVE WRK-DIFERENCA                   TO WLC-VLR-DIFERENCA.
           MOVE WRK-SIT-ITEM                    TO WLC-SITUACAO.
           WRITE REG-RELCFN FROM WRK-LINHA-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           IF WRK-DIFERENCA = ZEROS
               GO TO 3100-CLASSIFICAR-ENTRADA-EXIT
           END-IF.
      *
           PERFORM 3150-ENVELHECER THRU 3150-ENVELHECER-EXIT.
           PERFORM 3200-GRAVAR-CFNPSAI THRU 3200-GRAVAR-CFNPSAI-EXIT.
       3100-CLASSIFICAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3150-ENVELHECER - ACUMULA A QUEBRA NA FAIXA DE IDADE, PELO  *
      *    VALOR ABSOLUTO DA DIFERENCA.                                *
      *----------------------------------------------------------------*
       3150-ENVELHECER.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-VLR-QUEBRA = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA      TO WRK-VLR-QUEBRA
           END-IF.
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
           ADD 1                       TO ENV-QTD (WRK-SUB-FAIXA).
           ADD WRK-VLR-QUEBRA          TO ENV-VALOR (WRK-SUB-FAIXA).
       3150-ENVELHECER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-GRAVAR-CFNPSAI - QUEBRA EM ABERTO NO MESTRE NOVO.      *
      *----------------------------------------------------------------*
       3200-GRAVAR-CFNPSAI.
           MOVE TCF-NUM-SEQUENCIA (WRK-IDX-CFN)  TO PFN-NUM-SEQUENCIA.
           MOVE TCF-COD-CANAL (WRK-IDX-CFN)      TO PFN-COD-CANAL.
           MOVE TCF-DATA-ABERTURA (WRK-IDX-CFN)  TO PFN-DATA-ABERTURA.
           MOVE TCF-DATA-ULT-MOVTO (WRK-IDX-CFN) TO PFN-DATA-ULT-MOVTO.
           MOVE TCF-VLR-ESPERADO (WRK-IDX-CFN)   TO PFN-VLR-ESPERADO.
           MOVE TCF-VLR-LANCADO (WRK-IDX-CFN)    TO PFN-VLR-LANCADO.
           WRITE REG-CFNPSAI FROM WRK-AREA-CBPAW060.
           IF WRK-FS-CFNPSAI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-CFNPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-CFNPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-CFNPSAI.
       3200-GRAVAR-CFNPSAI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-GRAVAR-CANAIS - BATIMENTO DO RUN POR CANAL: ACEITO NO  *
      *    ARQRETNW, CONTABILIZADO NO ARQCONT (QUE INCLUI AS BAIXAS    *
      *    DA FASE DE REENVIOS) E LANCADO NO EXTRATO PARA OS ARQUIVOS  *
      *    DO ARQRETNW.                                                *
      *----------------------------------------------------------------*
       3300-GRAVAR-CANAIS.
           MOVE SPACES                 TO WRK-LINHA-TOTAL-CFN.
           MOVE 'BATIMENTO DO RUN POR CANAL'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
           WRITE REG-RELCFN FROM WRK-CAB-CANAL.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
           PERFORM 3350-GRAVAR-LINHA-CANAL
                   THRU 3350-GRAVAR-LINHA-CANAL-EXIT
                   VARYING WRK-SUB-CANAL FROM 1 BY 1
                   UNTIL WRK-SUB-CANAL > 3.
       3300-GRAVAR-CANAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3350-GRAVAR-LINHA-CANAL                                     *
      *----------------------------------------------------------------*
       3350-GRAVAR-LINHA-CANAL.
           COMPUTE WRK-CANAL-NUM = WRK-SUB-CANAL + 33.
           MOVE WRK-CANAL-NUM          TO WLN-COD-CANAL.
           MOVE CAN-ACEITO (WRK-SUB-CANAL)       TO WLN-ACEITO.
           MOVE CAN-CONTAB-CRED (WRK-SUB-CANAL)  TO WLN-CONTAB-CRED.
           MOVE CAN-EXTRATO-CRED (WRK-SUB-CANAL) TO WLN-EXTRATO-CRED.
           COMPUTE WLN-DIFERENCA = CAN-EXTRATO-CRED (WRK-SUB-CANAL)
                                 - CAN-ACEITO (WRK-SUB-CANAL).
           MOVE CAN-CONTAB-DEB (WRK-SUB-CANAL)   TO WLN-CONTAB-DEB.
           MOVE CAN-EXTRATO-DEB (WRK-SUB-CANAL)  TO WLN-EXTRATO-DEB.
           WRITE REG-RELCFN FROM WRK-LINHA-CANAL.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
       3350-GRAVAR-LINHA-CANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-GRAVAR-TOTAIS-RELCFN                                   *
      *----------------------------------------------------------------*
       3400-GRAVAR-TOTAIS-RELCFN.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-CFN.
           MOVE '***  CBPA2CFN - TOTAIS DA CONCILIACAO  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'DATA DO CICLO'           TO WLT-DESCRICAO.
           MOVE WRK-DATA-CICLO            TO WLT-DESCRICAO (36:8).
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
           MOVE 'DATA DO MOVIMENTO DO EXTRATO'
                                          TO WLT-DESCRICAO.
           MOVE LQH-DATA-MOVIMENTO        TO WLT-DESCRICAO (36:8).
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-CFN.
           MOVE 'PENDENCIAS ANTERIORES LIDAS (CFNPEND)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-CFNPEND         TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'REGISTROS LIDOS DO ARQRETNW'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-ARQRETNW        TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'ARQUIVOS DA REDE NO ARQRETNW'
                                          TO WLT-DESCRICAO.
           MOVE WRK-QTD-TAB-ARQ           TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'ARQUIVOS FORA DA FAIXA DO ARQCONT'
                                          TO WLT-DESCRICAO.
           MOVE ACU-ARQ-FORA-ARQCONT      TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'REGISTROS LIDOS DO ARQCONT'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-ARQCONT         TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'LANCAMENTOS LIDOS DO EXTLIQ'
                                          TO WLT-DESCRICAO.
           MOVE ACU-DET-EXTLIQ            TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'CHAVES CONCILIADAS NO CICLO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-CONCILIADOS           TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'PENDENCIAS ANTERIORES REGULARIZADAS'
                                          TO WLT-DESCRICAO.
           MOVE ACU-REGULARIZADOS         TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE SPACES                    TO WRK-LINHA-VALOR-CFN.
           MOVE 'QUEBRAS EM ABERTO - FALTA (A RECEBER)'
                                          TO WLV-DESCRICAO.
           MOVE ACU-FALTAS                TO WLV-QTD.
           MOVE VAL-FALTAS                TO WLV-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-VALOR-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'QUEBRAS EM ABERTO - SOBRA (SEM BAIXA ACEITA)'
                                          TO WLV-DESCRICAO.
           MOVE ACU-SOBRAS                TO WLV-QTD.
           MOVE VAL-SOBRAS                TO WLV-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-VALOR-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           MOVE 'QUEBRAS EM ABERTO - CREDITO SEM ARQUIVO PROC.'
                                          TO WLV-DESCRICAO.
           MOVE ACU-SEM-ARQUIVO           TO WLV-QTD.
           MOVE VAL-SEM-ARQUIVO           TO WLV-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-VALOR-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
      *
           PERFORM 3450-GRAVAR-LINHA-FAIXA
                   THRU 3450-GRAVAR-LINHA-FAIXA-EXIT
                   VARYING WRK-SUB-FAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-FAIXA > 4.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-CFN.
           MOVE 'PENDENCIAS GRAVADAS NO CFNPSAI'
                                          TO WLT-DESCRICAO.
           MOVE ACU-GRAVADOS-CFNPSAI      TO WLT-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-TOTAL-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
       3400-GRAVAR-TOTAIS-RELCFN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3450-GRAVAR-LINHA-FAIXA - ENVELHECIMENTO DAS QUEBRAS EM     *
      *    ABERTO (QUANTIDADE E VALOR ABSOLUTO POR FAIXA DE DIAS).     *
      *----------------------------------------------------------------*
       3450-GRAVAR-LINHA-FAIXA.
           MOVE SPACES                    TO WRK-LINHA-VALOR-CFN.
           MOVE '  '                      TO WLV-DESCRICAO.
           MOVE WRK-DESC-FAIXA (WRK-SUB-FAIXA)
                                          TO WLV-DESCRICAO (3:30).
           MOVE ENV-QTD (WRK-SUB-FAIXA)   TO WLV-QTD.
           MOVE ENV-VALOR (WRK-SUB-FAIXA) TO WLV-VALOR.
           WRITE REG-RELCFN FROM WRK-LINHA-VALOR-CFN.
           PERFORM 3500-CONFERIR-GRAVACAO
                   THRU 3500-CONFERIR-GRAVACAO-EXIT.
       3450-GRAVAR-LINHA-FAIXA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-CONFERIR-GRAVACAO - STATUS DA ULTIMA GRAVACAO DO       *
      *    RELCFN.                                                     *
      *----------------------------------------------------------------*
       3500-CONFERIR-GRAVACAO.
           IF WRK-FS-RELCFN NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELCFN         TO WRK-ARQUIVO
               MOVE WRK-FS-RELCFN      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       3500-CONFERIR-GRAVACAO-EXIT.
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
       END PROGRAM CBPA2CFN.

      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2LST                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: EXTRACAO NOTURNA DAS LISTAS LIDAS PELO         *
      *                CBPA2SAB A PARTIR DOS MESTRES MANTIDOS ONLINE  *
      *                (TRANSACOES CBBQ/CBPA1BLQ E CBFR/CBPA1FER):    *
      *                - BLQMEST (CBPAW068) GERA O BLOQLIST (CBPAW051)*
      *                  COM OS BLOQUEIOS EM VIGOR OU PROGRAMADOS NA  *
      *                  DATA DE REFERENCIA (INCLUSAO AINDA PENDENTE  *
      *                  DE APROVACAO NAO ENTRA; ALTERACAO PENDENTE   *
      *                  ENTRA COM OS DADOS JA APROVADOS);            *
      *                - FERMEST (CBPAW069) GERA O CALFERI COM TODOS  *
      *                  OS FERIADOS ATIVOS (OS PASSADOS TAMBEM: A    *
      *                  CONTAGEM DE DIAS UTEIS DO CBPA2SAB OLHA PARA *
      *                  TRAS).                                       *
      *                O RELATORIO DE ALTERACOES (RELMNT), PARA A     *
      *                AREA DE CONFORMIDADE, LISTA AS ENTRADAS DO LOG *
      *                DE AUDITORIA AUDMNT (CBPAW070) GRAVADAS DESDE  *
      *                A EXECUCAO ANTERIOR (CONTROLE MNTCTRL/MNTCSAI, *
      *                CBPAW071), OS TOTAIS POR LISTA E OPERACAO, AS  *
      *                PENDENCIAS DE APROVACAO EM ABERTO E AS         *
      *                QUANTIDADES EXTRAIDAS.                          *
      *                PARM: DATA DE REFERENCIA (AAAAMMDD, ZERADA OU  *
      *                AUSENTE = DATA CORRENTE) E MODO: BRANCO =      *
      *                EXTRACAO; 'C' = CARGA INICIAL DOS MESTRES A    *
      *                PARTIR DO BLOQLIST E DO CALFERI ATUAIS (LIDOS  *
      *                COMO ENTRADA), COM CHAVES REPETIDAS LISTADAS   *
      *                NO RELMNT E RETURN-CODE 4.                     *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2LST.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    EXTRACAO DO BLOQLIST E DO CALFERI DOS    *
      *                       MESTRES BLQMEST/FERMEST, RELATORIO DE    *
      *                       ALTERACOES DO LOG AUDMNT E CARGA INICIAL *
      *                       DOS MESTRES (WCS-37)                     *
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
           SELECT BLQMEST     ASSIGN TO BLQMEST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS DYNAMIC
                               RECORD KEY   IS RBM-CHAVE
                               FILE STATUS  IS WRK-FS-BLQMEST.
      *
           SELECT FERMEST     ASSIGN TO FERMEST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS DYNAMIC
                               RECORD KEY   IS RFM-CHAVE
                               FILE STATUS  IS WRK-FS-FERMEST.
      *
           SELECT AUDMNT      ASSIGN TO AS-AUDMNT
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-AUDMNT.
      *
           SELECT MNTCTRL     ASSIGN TO MNTCTRL
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-MNTCTRL.
      *
           SELECT MNTCSAI     ASSIGN TO MNTCSAI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-MNTCSAI.
      *
           SELECT BLOQLIST    ASSIGN TO BLOQLIST
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BLOQLIST.
      *
           SELECT CALFERI     ASSIGN TO CALFERI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-CALFERI.
      *
           SELECT RELMNT      ASSIGN TO RELMNT
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELMNT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BLQMEST
           LABEL RECORDS ARE STANDARD.
       01  REG-BLQMEST.
           05  RBM-CHAVE              PIC  X(019).
           05  FILLER                 PIC  X(241).
      *
       FD  FERMEST
           LABEL RECORDS ARE STANDARD.
       01  REG-FERMEST.
           05  RFM-CHAVE              PIC  X(008).
           05  FILLER                 PIC  X(112).
      *
       FD  AUDMNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDMNT                 PIC  X(300).
      *
       FD  MNTCTRL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-MNTCTRL                PIC  X(050).
      *
       FD  MNTCSAI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-MNTCSAI                PIC  X(050).
      *
       FD  BLOQLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQLIST               PIC  X(080).
      *
       FD  CALFERI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CALFERI.
           05  CAL-DATA-FERIADO       PIC  9(008).
           05  FILLER                 PIC  X(072).
      *
       FD  RELMNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELMNT                 PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* INICIO DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* LAYOUTS DOS MESTRES, DO LOG E DAS LISTAS *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW068.
           COPY 'CBPAW068'.
      *
       01  WRK-AREA-CBPAW069.
           COPY 'CBPAW069'.
      *
       01  WRK-AREA-CBPAW070.
           COPY 'CBPAW070'.
      *
       01  WRK-AREA-CBPAW071.
           COPY 'CBPAW071'.
      *
       01  WRK-AREA-CBPAW051.
           COPY 'CBPAW051'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE PARAMETROS E CONTROLE DA EXECUCAO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-REFERENCIA         PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-CORRENTE           PIC  9(008)         VALUE ZEROS.
       01  WRK-HORA-CORRENTE           PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-CORRENTE.
           05  WRK-HC-HHMMSS           PIC  9(006).
           05  WRK-HC-CENTESIMOS       PIC  9(002).
      *
       77  WRK-MODO                    PIC  X(001)         VALUE SPACE.
           88  WRK-MODO-EXTRACAO                           VALUE SPACE.
           88  WRK-MODO-CARGA                              VALUE 'C'.
      *
      *    MESMOS LIMITES DAS TABELAS DO CBPA2SAB: UMA LISTA MAIOR
      *    ABENDARIA A BAIXA; O ERRO E ANTECIPADO PARA A EXTRACAO.
       77  WRK-MAX-BLOQUEIOS           PIC  9(005) COMP-3  VALUE 5000.
       77  WRK-MAX-FERIADOS            PIC  9(003) COMP-3  VALUE 500.
      *
      *    ABSTIME DAS ENTRADAS DA CARGA INICIAL, NO MESMO PADRAO DO
      *    ASKTIME DO CICS (MILISSEGUNDOS DESDE 01/01/1900).
       77  WRK-ABSTIME-CARGA           PIC S9(015) COMP-3  VALUE ZEROS.
       77  WRK-DIAS-DESDE-1900         PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-MS-DIA                  PIC S9(009) COMP    VALUE ZEROS.
       01  WRK-HORA-TRAB               PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-TRAB.
           05  WRK-HT-HORA             PIC  9(002).
           05  WRK-HT-MINUTO           PIC  9(002).
           05  WRK-HT-SEGUNDO          PIC  9(002).
      *
      *    CORTE DO RELATORIO DE ALTERACOES: ENTRADAS DO LOG COM
      *    ABSTIME MAIOR QUE O DA ULTIMA ENTRADA JA LISTADA.
       77  WRK-ULT-ABSTIME-ANT         PIC S9(015) COMP-3  VALUE ZEROS.
       77  WRK-MAIOR-ABSTIME           PIC S9(015) COMP-3  VALUE ZEROS.
       77  WRK-DATA-ULT-EXTRACAO       PIC  9(008)         VALUE ZEROS.
      *
       77  WRK-SUB-LISTA               PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-SUB-OPER                PIC  9(001) COMP    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-BLOQLIST      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-CALFERI       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CARREG-BLOQUEIOS    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CARREG-FERIADOS     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DUPLICADOS          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-AUDMNT        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ENTRADAS-NOVAS      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BLQMEST       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BLQ-EXTRAIDOS       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BLQ-ENCERRADOS      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BLQ-NAO-APROVADOS   PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-PENDENCIAS          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-FERMEST       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FER-EXTRAIDOS       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FER-ENCERRADOS      PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *    TOTAIS DO PERIODO POR LISTA (1 = BLOQUEIO, 2 = FERIADO) E
      *    OPERACAO (NA ORDEM DE WRK-DESC-OPER).
       01  WRK-TOTAIS-OPERACAO.
           05  ACU-TOT-LISTA           OCCURS 2 TIMES.
               10  ACU-TOT-OPER        OCCURS 6 TIMES.
                   15  ACU-TOT-EFETIVADAS
                                       PIC  9(009) COMP-3.
                   15  ACU-TOT-PENDENTES
                                       PIC  9(009) COMP-3.
      *
       01  WRK-TAB-DESC-LISTA-VAL.
           05  FILLER                  PIC  X(009)         VALUE
               'BLOQUEIO'.
           05  FILLER                  PIC  X(009)         VALUE
               'FERIADO'.
       01  FILLER                      REDEFINES WRK-TAB-DESC-LISTA-VAL.
           05  WRK-DESC-LISTA          PIC  X(009) OCCURS 2 TIMES.
      *
       01  WRK-TAB-DESC-OPER-VAL.
           05  FILLER                  PIC  X(012)         VALUE
               'INCLUSAO'.
           05  FILLER                  PIC  X(012)         VALUE
               'ALTERACAO'.
           05  FILLER                  PIC  X(012)         VALUE
               'ENCERRAMENTO'.
           05  FILLER                  PIC  X(012)         VALUE
               'APROVACAO'.
           05  FILLER                  PIC  X(012)         VALUE
               'REJEICAO'.
           05  FILLER                  PIC  X(012)         VALUE
               'CARGA'.
       01  FILLER                      REDEFINES WRK-TAB-DESC-OPER-VAL.
           05  WRK-DESC-OPER           PIC  X(012) OCCURS 6 TIMES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DE ALTERACOES (RELMNT) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-LINHA-TITULO.
           05  WLT-TEXTO               PIC  X(060).
           05  FILLER                  PIC  X(072)         VALUE SPACES.
      *
       01  WRK-CAB-ALTERACOES.
           05  FILLER                  PIC  X(016)         VALUE
               'DATA     HORA   '.
           05  FILLER                  PIC  X(014)         VALUE
               'USUARIO  TERM '.
           05  FILLER                  PIC  X(010)         VALUE
               'LISTA'.
           05  FILLER                  PIC  X(013)         VALUE
               'OPERACAO'.
           05  FILLER                  PIC  X(010)         VALUE
               'SITUACAO'.
           05  FILLER                  PIC  X(022)         VALUE
               'CHAVE'.
           05  FILLER                  PIC  X(019)         VALUE
               'ANTES'.
           05  FILLER                  PIC  X(019)         VALUE
               'DEPOIS'.
           05  FILLER                  PIC  X(009)         VALUE
               'SOLICIT.'.
      *
       01  WRK-LINHA-ALTERACAO.
           05  WLA-DATA                PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-HORA                PIC  9(006).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-USUARIO             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-TERMINAL            PIC  X(004).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-LISTA               PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-OPERACAO            PIC  X(012).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-SITUACAO            PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-CHAVE               PIC  X(021).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-ANTES               PIC  X(018).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-DEPOIS              PIC  X(018).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLA-SOLICITANTE         PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
      *
       01  WRK-LINHA-TEXTO.
           05  FILLER                  PIC  X(022)         VALUE SPACES.
           05  WLX-ROTULO              PIC  X(015).
           05  WLX-TEXTO               PIC  X(060).
           05  FILLER                  PIC  X(035)         VALUE SPACES.
      *
      *    CHAVE DO BLOQUEIO E DADOS ANTES/DEPOIS EDITADOS PARA A LINHA.
       01  WRK-CHAVE-BLQ-ED.
           05  WCB-AGENC               PIC  9(004).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WCB-CONTA               PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WCB-INICIO              PIC  9(008).
      *
       01  WRK-DADOS-BLQ-ED.
           05  WDB-MOTIVO              PIC  X(002).
           05  FILLER                  PIC  X(005)         VALUE
               ' FIM='.
           05  WDB-FIM                 PIC  9(008).
      *
       01  WRK-DADOS-FER-ED.
           05  WDF-SITUACAO            PIC  X(001).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WDF-DESCRICAO           PIC  X(016).
      *
       01  WRK-CAB-PENDENCIAS.
           05  FILLER                  PIC  X(022)         VALUE
               'CHAVE'.
           05  FILLER                  PIC  X(013)         VALUE
               'PEDIDO'.
           05  FILLER                  PIC  X(009)         VALUE
               'SOLICIT.'.
           05  FILLER                  PIC  X(016)         VALUE
               'DATA     HORA'.
           05  FILLER                  PIC  X(019)         VALUE
               'EM VIGOR'.
           05  FILLER                  PIC  X(019)         VALUE
               'PROPOSTO'.
           05  FILLER                  PIC  X(034)         VALUE SPACES.
      *
       01  WRK-LINHA-PENDENCIA.
           05  WLP-CHAVE               PIC  X(021).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-OPERACAO            PIC  X(012).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-USUARIO             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-DATA                PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-HORA                PIC  9(006).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-VIGOR               PIC  X(018).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLP-PROPOSTO            PIC  X(018).
           05  FILLER                  PIC  X(035)         VALUE SPACES.
      *
       01  WRK-CAB-TOTAIS-OPER.
           05  FILLER                  PIC  X(010)         VALUE
               'LISTA'.
           05  FILLER                  PIC  X(013)         VALUE
               'OPERACAO'.
           05  FILLER                  PIC  X(013)         VALUE
               '   EFETIVADAS'.
           05  FILLER                  PIC  X(013)         VALUE
               '    PENDENTES'.
           05  FILLER                  PIC  X(083)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-OPER.
           05  WLO-LISTA               PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WLO-OPERACAO            PIC  X(012).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-EFETIVADAS          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLO-PENDENTES           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(084)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-LST.
           05  WLL-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLL-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
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
       77  WRK-BLQMEST                 PIC  X(008)         VALUE
           'BLQMEST'.
       77  WRK-FERMEST                 PIC  X(008)         VALUE
           'FERMEST'.
       77  WRK-AUDMNT                  PIC  X(008)         VALUE
           'AUDMNT'.
       77  WRK-MNTCTRL                 PIC  X(008)         VALUE
           'MNTCTRL'.
       77  WRK-MNTCSAI                 PIC  X(008)         VALUE
           'MNTCSAI'.
       77  WRK-BLOQLIST                PIC  X(008)         VALUE
           'BLOQLIST'.
       77  WRK-CALFERI                 PIC  X(008)         VALUE
           'CALFERI'.
       77  WRK-RELMNT                  PIC  X(008)         VALUE
           'RELMNT'.
      *
       77  WRK-FIM-ARQUIVO             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-ARQUIVO-SIM                         VALUE 'S'.
           88  WRK-FIM-ARQUIVO-NAO                         VALUE 'N'.
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
           'NA GRAVACAO'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE FILE-STATUS *'.
      *----------------------------------------------------------------*
      *
       77  WRK-FS-BLQMEST              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-FERMEST              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AUDMNT               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-MNTCTRL              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-MNTCSAI              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BLOQLIST             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-CALFERI              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELMNT               PIC  X(002)         VALUE SPACES.
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
               10  WRK-PARM-DATA-REF        PIC X(008).
               10  WRK-PARM-MODO            PIC X(001).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           IF WRK-MODO-CARGA
               PERFORM 2000-CARGA-INICIAL
                       THRU 2000-CARGA-INICIAL-EXIT
           ELSE
               PERFORM 3000-LISTAR-ALTERACOES
                       THRU 3000-LISTAR-ALTERACOES-EXIT
               PERFORM 4000-EXTRAIR-BLOQUEIOS
                       THRU 4000-EXTRAIR-BLOQUEIOS-EXIT
               PERFORM 4500-EXTRAIR-FERIADOS
                       THRU 4500-EXTRAIR-FERIADOS-EXIT
               PERFORM 5000-FINALIZAR-EXTRACAO
                       THRU 5000-FINALIZAR-EXTRACAO-EXIT
           END-IF.
      *
           IF ACU-DUPLICADOS > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PARM, DATA DE REFERENCIA E RELATORIO     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WRK-DATA-CORRENTE    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-CORRENTE    FROM TIME.
           MOVE WRK-DATA-CORRENTE      TO WRK-DATA-REFERENCIA.
      *
           IF WRK-PARM-TAM NOT < 8
               IF WRK-PARM-DATA-REF NOT NUMERIC
                   DISPLAY 'DATA DE REFERENCIA INVALIDA NO PARM - '
                           WRK-PARM-DATA-REF
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
               END-IF
               IF WRK-PARM-DATA-REF NOT = ZEROS
                   MOVE WRK-PARM-DATA-REF TO WRK-DATA-REFERENCIA
               END-IF
           END-IF.
           IF WRK-PARM-TAM NOT < 9
               MOVE WRK-PARM-MODO      TO WRK-MODO
           END-IF.
           IF NOT WRK-MODO-EXTRACAO
              AND NOT WRK-MODO-CARGA
               DISPLAY 'MODO INVALIDO NO PARM - ' WRK-MODO
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           INITIALIZE WRK-TOTAIS-OPERACAO.
      *
           OPEN OUTPUT RELMNT.
           IF WRK-FS-RELMNT NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELMNT         TO WRK-ARQUIVO
               MOVE WRK-FS-RELMNT      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE SPACES                 TO WLT-TEXTO.
           IF WRK-MODO-CARGA
               MOVE '*** CBPA2LST - CARGA INICIAL DO BLQMEST/FERMEST'
                                       TO WLT-TEXTO
           ELSE
               MOVE '*** CBPA2LST - ALTERACOES DO BLOQLIST/CALFERI ***'
                                       TO WLT-TEXTO
           END-IF.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           MOVE SPACES                 TO WLT-TEXTO.
           MOVE 'DATA DE REFERENCIA'   TO WLT-TEXTO.
           MOVE WRK-DATA-REFERENCIA    TO WLT-TEXTO (21:8).
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CARGA-INICIAL - LE O BLOQLIST E O CALFERI ATUAIS E     *
      *    CRIA OS REGISTROS DOS MESTRES (EXECUCAO UNICA, NA IMPLANTA- *
      *    CAO; UMA REEXECUCAO SO APONTA AS CHAVES JA CARREGADAS).     *
      *----------------------------------------------------------------*
       2000-CARGA-INICIAL.
           PERFORM 2050-ABRIR-CARGA
                   THRU 2050-ABRIR-CARGA-EXIT.
      *
           COMPUTE WRK-DIAS-DESDE-1900 =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE)
                 - FUNCTION INTEGER-OF-DATE (19000101).
           MOVE WRK-HC-HHMMSS          TO WRK-HORA-TRAB.
           COMPUTE WRK-MS-DIA = WRK-HT-HORA    * 3600000
                              + WRK-HT-MINUTO  * 60000
                              + WRK-HT-SEGUNDO * 1000
                              + WRK-HC-CENTESIMOS * 10.
           COMPUTE WRK-ABSTIME-CARGA =
                   WRK-DIAS-DESDE-1900 * 86400000 + WRK-MS-DIA.
      *
           MOVE SPACES                 TO WLT-TEXTO.
           MOVE 'CHAVES JA EXISTENTES NOS MESTRES (NAO CARREGADAS):'
                                       TO WLT-TEXTO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
      *
           SET WRK-FIM-ARQUIVO-NAO     TO TRUE.
           PERFORM 2100-CARREGAR-BLOQUEIO
                   THRU 2100-CARREGAR-BLOQUEIO-EXIT
                   UNTIL WRK-FIM-ARQUIVO-SIM.
           SET WRK-FIM-ARQUIVO-NAO     TO TRUE.
           PERFORM 2200-CARREGAR-FERIADO
                   THRU 2200-CARREGAR-FERIADO-EXIT
                   UNTIL WRK-FIM-ARQUIVO-SIM.
      *
           CLOSE BLOQLIST CALFERI BLQMEST FERMEST AUDMNT.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-LST.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'REGISTROS LIDOS DO BLOQLIST' TO WLL-DESCRICAO.
           MOVE ACU-LIDOS-BLOQLIST     TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'BLOQUEIOS CARREGADOS NO BLQMEST' TO WLL-DESCRICAO.
           MOVE ACU-CARREG-BLOQUEIOS   TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'REGISTROS LIDOS DO CALFERI' TO WLL-DESCRICAO.
           MOVE ACU-LIDOS-CALFERI      TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'FERIADOS CARREGADOS NO FERMEST' TO WLL-DESCRICAO.
           MOVE ACU-CARREG-FERIADOS    TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'CHAVES REPETIDAS (NAO CARREGADAS)' TO WLL-DESCRICAO.
           MOVE ACU-DUPLICADOS         TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           CLOSE RELMNT.
      *
           DISPLAY 'CBPA2LST - CARGA INICIAL - BLOQUEIOS CARREGADOS '
                   ACU-CARREG-BLOQUEIOS ' FERIADOS CARREGADOS '
                   ACU-CARREG-FERIADOS ' REPETIDOS ' ACU-DUPLICADOS.
       2000-CARGA-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-ABRIR-CARGA - MESTRE AINDA NAO INICIALIZADO (FILE      *
      *    STATUS 35) E CRIADO, COMO NO BXDUPL DO CBPA2DUP.            *
      *----------------------------------------------------------------*
       2050-ABRIR-CARGA.
           OPEN INPUT  BLOQLIST.
           IF WRK-FS-BLOQLIST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BLOQLIST       TO WRK-ARQUIVO
               MOVE WRK-FS-BLOQLIST    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT  CALFERI.
           IF WRK-FS-CALFERI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-CALFERI        TO WRK-ARQUIVO
               MOVE WRK-FS-CALFERI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN I-O BLQMEST.
           IF WRK-FS-BLQMEST = '35'
               OPEN OUTPUT BLQMEST
               CLOSE BLQMEST
               OPEN I-O BLQMEST
           END-IF.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN I-O FERMEST.
           IF WRK-FS-FERMEST = '35'
               OPEN OUTPUT FERMEST
               CLOSE FERMEST
               OPEN I-O FERMEST
           END-IF.
           IF WRK-FS-FERMEST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-FERMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-FERMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN EXTEND AUDMNT.
           IF WRK-FS-AUDMNT NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-AUDMNT         TO WRK-ARQUIVO
               MOVE WRK-FS-AUDMNT      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       2050-ABRIR-CARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-CARREGAR-BLOQUEIO - O BLOQLIST NAO TEM JUSTIFICATIVA;  *
      *    O REGISTRO ENTRA COM UMA JUSTIFICATIVA PADRAO, A SER        *
      *    COMPLETADA PELA TRANSACAO CBBQ.                             *
      *----------------------------------------------------------------*
       2100-CARREGAR-BLOQUEIO.
           READ BLOQLIST INTO WRK-AREA-CBPAW051.
           IF WRK-FS-BLOQLIST = '10'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
               GO TO 2100-CARREGAR-BLOQUEIO-EXIT
           END-IF.
           IF WRK-FS-BLOQLIST NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BLOQLIST       TO WRK-ARQUIVO
               MOVE WRK-FS-BLOQLIST    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-BLOQLIST.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW068.
           INITIALIZE WRK-AREA-CBPAW068.
           MOVE BLQ-AGENC-CNEGOC       TO BLM-AGENC-CNEGOC.
           MOVE BLQ-CONTA-CNEGOC       TO BLM-CONTA-CNEGOC.
           MOVE BLQ-DATA-INICIO        TO BLM-DATA-INICIO.
           MOVE BLQ-COD-MOTIVO         TO BLM-COD-MOTIVO.
           MOVE BLQ-DATA-FIM           TO BLM-DATA-FIM.
           MOVE 'CARGA INICIAL A PARTIR DO BLOQLIST'
                                       TO BLM-JUSTIFICATIVA.
           MOVE 'CBPA2LST'             TO BLM-USUARIO-INCLUSAO.
           MOVE WRK-DATA-CORRENTE      TO BLM-DATA-INCLUSAO.
           MOVE WRK-HC-HHMMSS          TO BLM-HORA-INCLUSAO.
      *
           WRITE REG-BLQMEST FROM WRK-AREA-CBPAW068.
           IF WRK-FS-BLQMEST = '22'
               MOVE BLM-AGENC-CNEGOC   TO WCB-AGENC
               MOVE BLM-CONTA-CNEGOC   TO WCB-CONTA
               MOVE BLM-DATA-INICIO    TO WCB-INICIO
               MOVE SPACES             TO WLT-TEXTO
               MOVE 'BLOQUEIO'         TO WLT-TEXTO
               MOVE WRK-CHAVE-BLQ-ED   TO WLT-TEXTO (11:21)
               WRITE REG-RELMNT FROM WRK-LINHA-TITULO
               ADD 1                   TO ACU-DUPLICADOS
               GO TO 2100-CARREGAR-BLOQUEIO-EXIT
           END-IF.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-CARREG-BLOQUEIOS.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-LISTA-BLOQUEIO      TO TRUE.
           MOVE BLM-AGENC-CNEGOC       TO AUD-BLQ-DEP-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO AUD-BLQ-DEP-CONTA.
           MOVE BLM-DATA-INICIO        TO AUD-BLQ-DEP-INICIO.
           MOVE BLM-COD-MOTIVO         TO AUD-BLQ-DEP-MOTIVO.
           MOVE BLM-DATA-FIM           TO AUD-BLQ-DEP-FIM.
           MOVE BLM-JUSTIFICATIVA      TO AUD-BLQ-DEP-JUSTIF.
           PERFORM 2300-GRAVAR-AUDITORIA-CARGA
                   THRU 2300-GRAVAR-AUDITORIA-CARGA-EXIT.
       2100-CARREGAR-BLOQUEIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-CARREGAR-FERIADO                                       *
      *----------------------------------------------------------------*
       2200-CARREGAR-FERIADO.
           READ CALFERI.
           IF WRK-FS-CALFERI = '10'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
               GO TO 2200-CARREGAR-FERIADO-EXIT
           END-IF.
           IF WRK-FS-CALFERI NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-CALFERI        TO WRK-ARQUIVO
               MOVE WRK-FS-CALFERI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-CALFERI.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW069.
           INITIALIZE WRK-AREA-CBPAW069.
           MOVE CAL-DATA-FERIADO       TO FRM-DATA-FERIADO.
           MOVE 'CARGA INICIAL A PARTIR DO CALFERI'
                                       TO FRM-DESCRICAO.
           SET FRM-ATIVO               TO TRUE.
           MOVE 'CBPA2LST'             TO FRM-USUARIO-INCLUSAO.
           MOVE WRK-DATA-CORRENTE      TO FRM-DATA-INCLUSAO.
           MOVE WRK-HC-HHMMSS          TO FRM-HORA-INCLUSAO.
      *
           WRITE REG-FERMEST FROM WRK-AREA-CBPAW069.
           IF WRK-FS-FERMEST = '22'
               MOVE SPACES             TO WLT-TEXTO
               MOVE 'FERIADO'          TO WLT-TEXTO
               MOVE FRM-DATA-FERIADO   TO WLT-TEXTO (11:8)
               WRITE REG-RELMNT FROM WRK-LINHA-TITULO
               ADD 1                   TO ACU-DUPLICADOS
               GO TO 2200-CARREGAR-FERIADO-EXIT
           END-IF.
           IF WRK-FS-FERMEST NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-FERMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-FERMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-CARREG-FERIADOS.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-LISTA-FERIADO       TO TRUE.
           MOVE FRM-DATA-FERIADO       TO AUD-FER-DEP-DATA.
           MOVE FRM-DESCRICAO          TO AUD-FER-DEP-DESCRICAO.
           MOVE FRM-SITUACAO           TO AUD-FER-DEP-SITUACAO.
           PERFORM 2300-GRAVAR-AUDITORIA-CARGA
                   THRU 2300-GRAVAR-AUDITORIA-CARGA-EXIT.
       2200-CARREGAR-FERIADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-GRAVAR-AUDITORIA-CARGA - ENTRADA 'C' NO LOG AUDMNT     *
      *----------------------------------------------------------------*
       2300-GRAVAR-AUDITORIA-CARGA.
           MOVE WRK-ABSTIME-CARGA      TO AUD-ABSTIME.
           MOVE WRK-DATA-CORRENTE      TO AUD-DATA.
           MOVE WRK-HC-HHMMSS          TO AUD-HORA.
           MOVE 'CBPA2LST'             TO AUD-USUARIO.
           MOVE SPACES                 TO AUD-TERMINAL AUD-TRANSACAO.
           SET AUD-OPER-CARGA          TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           WRITE REG-AUDMNT FROM WRK-AREA-CBPAW070.
           IF WRK-FS-AUDMNT NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-AUDMNT         TO WRK-ARQUIVO
               MOVE WRK-FS-AUDMNT      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       2300-GRAVAR-AUDITORIA-CARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LISTAR-ALTERACOES - ENTRADAS DO LOG POSTERIORES A      *
      *    ULTIMA LISTADA. SEM MNTCTRL (PRIMEIRA EXECUCAO, FILE STATUS *
      *    35) O LOG INTEIRO E LISTADO; LOG AINDA VAZIO (35) NAO TEM   *
      *    ALTERACOES A LISTAR. AS ENTRADAS DA CARGA INICIAL           *
      *    SO ENTRAM NOS TOTAIS (A CARGA TEM RELATORIO PROPRIO).       *
      *----------------------------------------------------------------*
       3000-LISTAR-ALTERACOES.
           OPEN INPUT  MNTCTRL.
           IF WRK-FS-MNTCTRL = '35'
               DISPLAY 'CBPA2LST - MNTCTRL AUSENTE - LOG LISTADO '
                       'DESDE O INICIO'
           ELSE
               IF WRK-FS-MNTCTRL NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-MNTCTRL     TO WRK-ARQUIVO
                   MOVE WRK-FS-MNTCTRL  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
               READ MNTCTRL INTO WRK-AREA-CBPAW071
               IF WRK-FS-MNTCTRL = '00'
                   MOVE MNC-ULT-ABSTIME TO WRK-ULT-ABSTIME-ANT
                   MOVE MNC-DATA-ULT-EXTRACAO
                                        TO WRK-DATA-ULT-EXTRACAO
               ELSE
                   IF WRK-FS-MNTCTRL NOT = '10'
                       MOVE WRK-LEITURA     TO WRK-OPERACAO
                       MOVE WRK-MNTCTRL     TO WRK-ARQUIVO
                       MOVE WRK-FS-MNTCTRL  TO WRK-FS
                       PERFORM 8100-ERRO-ARQUIVO
                               THRU 8100-ERRO-ARQUIVO-EXIT
                   END-IF
               END-IF
               CLOSE MNTCTRL
           END-IF.
           MOVE WRK-ULT-ABSTIME-ANT    TO WRK-MAIOR-ABSTIME.
      *
           SET WRK-FIM-ARQUIVO-NAO     TO TRUE.
           OPEN INPUT  AUDMNT.
           IF WRK-FS-AUDMNT = '35'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
           ELSE
               IF WRK-FS-AUDMNT NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-AUDMNT      TO WRK-ARQUIVO
                   MOVE WRK-FS-AUDMNT   TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           MOVE 'ALTERACOES DESDE A EXTRACAO DE' TO WLT-TEXTO.
           MOVE WRK-DATA-ULT-EXTRACAO  TO WLT-TEXTO (33:8).
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-CAB-ALTERACOES.
      *
           IF WRK-FIM-ARQUIVO-SIM
               GO TO 3000-LISTAR-ALTERACOES-EXIT
           END-IF.
           PERFORM 3100-LER-AUDMNT
                   THRU 3100-LER-AUDMNT-EXIT
                   UNTIL WRK-FIM-ARQUIVO-SIM.
           CLOSE AUDMNT.
       3000-LISTAR-ALTERACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-LER-AUDMNT                                             *
      *----------------------------------------------------------------*
       3100-LER-AUDMNT.
           READ AUDMNT INTO WRK-AREA-CBPAW070.
           IF WRK-FS-AUDMNT = '10'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
               GO TO 3100-LER-AUDMNT-EXIT
           END-IF.
           IF WRK-FS-AUDMNT NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-AUDMNT         TO WRK-ARQUIVO
               MOVE WRK-FS-AUDMNT      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-AUDMNT.
           IF AUD-ABSTIME NOT > WRK-ULT-ABSTIME-ANT
               GO TO 3100-LER-AUDMNT-EXIT
           END-IF.
           ADD 1                       TO ACU-ENTRADAS-NOVAS.
           IF AUD-ABSTIME > WRK-MAIOR-ABSTIME
               MOVE AUD-ABSTIME        TO WRK-MAIOR-ABSTIME
           END-IF.
      *
           IF AUD-LISTA-FERIADO
               MOVE 2                  TO WRK-SUB-LISTA
           ELSE
               MOVE 1                  TO WRK-SUB-LISTA
           END-IF.
           EVALUATE TRUE
               WHEN AUD-OPER-INCLUSAO     MOVE 1 TO WRK-SUB-OPER
               WHEN AUD-OPER-ALTERACAO    MOVE 2 TO WRK-SUB-OPER
               WHEN AUD-OPER-ENCERRAMENTO MOVE 3 TO WRK-SUB-OPER
               WHEN AUD-OPER-APROVACAO    MOVE 4 TO WRK-SUB-OPER
               WHEN AUD-OPER-REJEICAO     MOVE 5 TO WRK-SUB-OPER
               WHEN OTHER                 MOVE 6 TO WRK-SUB-OPER
           END-EVALUATE.
           IF AUD-PENDENTE
               ADD 1 TO ACU-TOT-PENDENTES (WRK-SUB-LISTA, WRK-SUB-OPER)
           ELSE
               ADD 1 TO ACU-TOT-EFETIVADAS (WRK-SUB-LISTA, WRK-SUB-OPER)
           END-IF.
           IF AUD-OPER-CARGA
               GO TO 3100-LER-AUDMNT-EXIT
           END-IF.
      *
           PERFORM 3200-LISTAR-ENTRADA
                   THRU 3200-LISTAR-ENTRADA-EXIT.
       3100-LER-AUDMNT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-LISTAR-ENTRADA - UMA LINHA POR ENTRADA DO LOG; QUANDO  *
      *    A JUSTIFICATIVA (BLOQUEIO) OU A DESCRICAO (FERIADO) MUDA,   *
      *    UMA SEGUNDA LINHA TRAZ O TEXTO NOVO POR INTEIRO.            *
      *----------------------------------------------------------------*
       3200-LISTAR-ENTRADA.
           MOVE AUD-DATA               TO WLA-DATA.
           MOVE AUD-HORA               TO WLA-HORA.
           MOVE AUD-USUARIO            TO WLA-USUARIO.
           MOVE AUD-TERMINAL           TO WLA-TERMINAL.
           MOVE WRK-DESC-LISTA (WRK-SUB-LISTA) TO WLA-LISTA.
           MOVE WRK-DESC-OPER (WRK-SUB-OPER)   TO WLA-OPERACAO.
           MOVE SPACES                 TO WLA-SOLICITANTE.
           EVALUATE TRUE
               WHEN AUD-OPER-APROVACAO
                 OR AUD-OPER-REJEICAO
                   MOVE AUD-USUARIO-SOLICIT TO WLA-SOLICITANTE
                   EVALUATE AUD-OPER-ORIGINAL
                       WHEN 'I' MOVE 'DE INCL.'  TO WLA-SITUACAO
                       WHEN 'A' MOVE 'DE ALTER.' TO WLA-SITUACAO
                       WHEN OTHER
                                MOVE 'DE ENCER.' TO WLA-SITUACAO
                   END-EVALUATE
               WHEN AUD-PENDENTE
                   MOVE 'PENDENTE'     TO WLA-SITUACAO
               WHEN OTHER
                   MOVE 'EFETIVADA'    TO WLA-SITUACAO
           END-EVALUATE.
      *
           MOVE SPACES                 TO WLA-ANTES WLA-DEPOIS
                                          WLX-ROTULO WLX-TEXTO.
           IF AUD-LISTA-FERIADO
               PERFORM 3300-EDITAR-FERIADO
                       THRU 3300-EDITAR-FERIADO-EXIT
           ELSE
               PERFORM 3250-EDITAR-BLOQUEIO
                       THRU 3250-EDITAR-BLOQUEIO-EXIT
           END-IF.
      *
           WRITE REG-RELMNT FROM WRK-LINHA-ALTERACAO.
           IF WLX-TEXTO NOT = SPACES
               WRITE REG-RELMNT FROM WRK-LINHA-TEXTO
           END-IF.
       3200-LISTAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-EDITAR-BLOQUEIO - IMAGEM EM BRANCOS = REGISTRO QUE NAO *
      *    EXISTIA (INCLUSAO) OU DEIXOU DE EXISTIR (CANCELAMENTO).     *
      *----------------------------------------------------------------*
       3250-EDITAR-BLOQUEIO.
           IF AUD-ANTES NOT = SPACES
               MOVE AUD-BLQ-ANT-AGENC  TO WCB-AGENC
               MOVE AUD-BLQ-ANT-CONTA  TO WCB-CONTA
               MOVE AUD-BLQ-ANT-INICIO TO WCB-INICIO
               MOVE AUD-BLQ-ANT-MOTIVO TO WDB-MOTIVO
               MOVE AUD-BLQ-ANT-FIM    TO WDB-FIM
               MOVE WRK-DADOS-BLQ-ED   TO WLA-ANTES
           END-IF.
           IF AUD-DEPOIS NOT = SPACES
               MOVE AUD-BLQ-DEP-AGENC  TO WCB-AGENC
               MOVE AUD-BLQ-DEP-CONTA  TO WCB-CONTA
               MOVE AUD-BLQ-DEP-INICIO TO WCB-INICIO
               MOVE AUD-BLQ-DEP-MOTIVO TO WDB-MOTIVO
               MOVE AUD-BLQ-DEP-FIM    TO WDB-FIM
               MOVE WRK-DADOS-BLQ-ED   TO WLA-DEPOIS
               IF AUD-ANTES = SPACES
                  OR AUD-BLQ-DEP-JUSTIF NOT = AUD-BLQ-ANT-JUSTIF
                   MOVE 'JUSTIFICATIVA:' TO WLX-ROTULO
                   MOVE AUD-BLQ-DEP-JUSTIF TO WLX-TEXTO
               END-IF
           END-IF.
           MOVE WRK-CHAVE-BLQ-ED       TO WLA-CHAVE.
       3250-EDITAR-BLOQUEIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-EDITAR-FERIADO                                         *
      *----------------------------------------------------------------*
       3300-EDITAR-FERIADO.
           IF AUD-ANTES NOT = SPACES
               MOVE AUD-FER-ANT-DATA   TO WLA-CHAVE
               MOVE AUD-FER-ANT-SITUACAO  TO WDF-SITUACAO
               MOVE AUD-FER-ANT-DESCRICAO TO WDF-DESCRICAO
               MOVE WRK-DADOS-FER-ED   TO WLA-ANTES
           END-IF.
           IF AUD-DEPOIS NOT = SPACES
               MOVE AUD-FER-DEP-DATA   TO WLA-CHAVE
               MOVE AUD-FER-DEP-SITUACAO  TO WDF-SITUACAO
               MOVE AUD-FER-DEP-DESCRICAO TO WDF-DESCRICAO
               MOVE WRK-DADOS-FER-ED   TO WLA-DEPOIS
               IF AUD-ANTES = SPACES
                  OR AUD-FER-DEP-DESCRICAO NOT = AUD-FER-ANT-DESCRICAO
                   MOVE 'DESCRICAO:'   TO WLX-ROTULO
                   MOVE AUD-FER-DEP-DESCRICAO TO WLX-TEXTO
               END-IF
           END-IF.
       3300-EDITAR-FERIADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-EXTRAIR-BLOQUEIOS - BLQMEST EM ORDEM DE CHAVE PARA O   *
      *    BLOQLIST. A SECAO DE PENDENCIAS DO RELATORIO SAI NA MESMA   *
      *    LEITURA.                                                    *
      *----------------------------------------------------------------*
       4000-EXTRAIR-BLOQUEIOS.
           OPEN INPUT  BLQMEST.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT BLOQLIST.
           IF WRK-FS-BLOQLIST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BLOQLIST       TO WRK-ARQUIVO
               MOVE WRK-FS-BLOQLIST    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           MOVE 'BLOQUEIOS COM APROVACAO PENDENTE' TO WLT-TEXTO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-CAB-PENDENCIAS.
      *
           SET WRK-FIM-ARQUIVO-NAO     TO TRUE.
           PERFORM 4100-LER-BLQMEST
                   THRU 4100-LER-BLQMEST-EXIT
                   UNTIL WRK-FIM-ARQUIVO-SIM.
           CLOSE BLQMEST BLOQLIST.
       4000-EXTRAIR-BLOQUEIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-LER-BLQMEST                                            *
      *----------------------------------------------------------------*
       4100-LER-BLQMEST.
           READ BLQMEST NEXT INTO WRK-AREA-CBPAW068.
           IF WRK-FS-BLQMEST = '10'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
               GO TO 4100-LER-BLQMEST-EXIT
           END-IF.
           IF WRK-FS-BLQMEST NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-BLQMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-BLQMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-BLQMEST.
      *
           IF NOT BLM-SEM-PENDENCIA
               PERFORM 4200-LISTAR-PENDENCIA
                       THRU 4200-LISTAR-PENDENCIA-EXIT
           END-IF.
           IF BLM-PEND-INCLUSAO
               ADD 1                   TO ACU-BLQ-NAO-APROVADOS
               GO TO 4100-LER-BLQMEST-EXIT
           END-IF.
           IF BLM-DATA-FIM NOT = ZEROS
              AND BLM-DATA-FIM < WRK-DATA-REFERENCIA
               ADD 1                   TO ACU-BLQ-ENCERRADOS
               GO TO 4100-LER-BLQMEST-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-BLQ-EXTRAIDOS.
           IF ACU-BLQ-EXTRAIDOS > WRK-MAX-BLOQUEIOS
               DISPLAY 'BLOQLIST EXCEDE O LIMITE DE ' WRK-MAX-BLOQUEIOS
                       ' BLOQUEIOS DO CBPA2SAB'
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           MOVE SPACES                 TO WRK-AREA-CBPAW051.
           MOVE BLM-AGENC-CNEGOC       TO BLQ-AGENC-CNEGOC.
           MOVE BLM-CONTA-CNEGOC       TO BLQ-CONTA-CNEGOC.
           MOVE BLM-COD-MOTIVO         TO BLQ-COD-MOTIVO.
           MOVE BLM-DATA-INICIO        TO BLQ-DATA-INICIO.
           MOVE BLM-DATA-FIM           TO BLQ-DATA-FIM.
           WRITE REG-BLOQLIST FROM WRK-AREA-CBPAW051.
           IF WRK-FS-BLOQLIST NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-BLOQLIST       TO WRK-ARQUIVO
               MOVE WRK-FS-BLOQLIST    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4100-LER-BLQMEST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4200-LISTAR-PENDENCIA - DADOS EM VIGOR X PROPOSTOS          *
      *----------------------------------------------------------------*
       4200-LISTAR-PENDENCIA.
           ADD 1                       TO ACU-PENDENCIAS.
           MOVE BLM-AGENC-CNEGOC       TO WCB-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO WCB-CONTA.
           MOVE BLM-DATA-INICIO        TO WCB-INICIO.
           MOVE WRK-CHAVE-BLQ-ED       TO WLP-CHAVE.
           EVALUATE TRUE
               WHEN BLM-PEND-INCLUSAO
                   MOVE WRK-DESC-OPER (1) TO WLP-OPERACAO
                   MOVE SPACES         TO WLP-VIGOR
               WHEN BLM-PEND-ALTERACAO
                   MOVE WRK-DESC-OPER (2) TO WLP-OPERACAO
               WHEN OTHER
                   MOVE WRK-DESC-OPER (3) TO WLP-OPERACAO
           END-EVALUATE.
           IF NOT BLM-PEND-INCLUSAO
               MOVE BLM-COD-MOTIVO     TO WDB-MOTIVO
               MOVE BLM-DATA-FIM       TO WDB-FIM
               MOVE WRK-DADOS-BLQ-ED   TO WLP-VIGOR
           END-IF.
           MOVE BLM-PEND-USUARIO       TO WLP-USUARIO.
           MOVE BLM-PEND-DATA          TO WLP-DATA.
           MOVE BLM-PEND-HORA          TO WLP-HORA.
           MOVE BLM-PEND-COD-MOTIVO    TO WDB-MOTIVO.
           MOVE BLM-PEND-DATA-FIM      TO WDB-FIM.
           MOVE WRK-DADOS-BLQ-ED       TO WLP-PROPOSTO.
           WRITE REG-RELMNT FROM WRK-LINHA-PENDENCIA.
       4200-LISTAR-PENDENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-EXTRAIR-FERIADOS - FERMEST ATIVO PARA O CALFERI        *
      *----------------------------------------------------------------*
       4500-EXTRAIR-FERIADOS.
           OPEN INPUT  FERMEST.
           IF WRK-FS-FERMEST NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-FERMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-FERMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT CALFERI.
           IF WRK-FS-CALFERI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-CALFERI        TO WRK-ARQUIVO
               MOVE WRK-FS-CALFERI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           SET WRK-FIM-ARQUIVO-NAO     TO TRUE.
           PERFORM 4600-LER-FERMEST
                   THRU 4600-LER-FERMEST-EXIT
                   UNTIL WRK-FIM-ARQUIVO-SIM.
           CLOSE FERMEST CALFERI.
       4500-EXTRAIR-FERIADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4600-LER-FERMEST                                            *
      *----------------------------------------------------------------*
       4600-LER-FERMEST.
           READ FERMEST NEXT INTO WRK-AREA-CBPAW069.
           IF WRK-FS-FERMEST = '10'
               SET WRK-FIM-ARQUIVO-SIM TO TRUE
               GO TO 4600-LER-FERMEST-EXIT
           END-IF.
           IF WRK-FS-FERMEST NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-FERMEST        TO WRK-ARQUIVO
               MOVE WRK-FS-FERMEST     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-FERMEST.
           IF FRM-ENCERRADO
               ADD 1                   TO ACU-FER-ENCERRADOS
               GO TO 4600-LER-FERMEST-EXIT
           END-IF.
      *
           ADD 1                       TO ACU-FER-EXTRAIDOS.
           IF ACU-FER-EXTRAIDOS > WRK-MAX-FERIADOS
               DISPLAY 'CALFERI EXCEDE O LIMITE DE ' WRK-MAX-FERIADOS
                       ' FERIADOS DO CBPA2SAB'
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           MOVE SPACES                 TO REG-CALFERI.
           MOVE FRM-DATA-FERIADO       TO CAL-DATA-FERIADO.
           WRITE REG-CALFERI.
           IF WRK-FS-CALFERI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-CALFERI        TO WRK-ARQUIVO
               MOVE WRK-FS-CALFERI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4600-LER-FERMEST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-FINALIZAR-EXTRACAO - TOTAIS DO RELATORIO E NOVO        *
      *    CONTROLE (MNTCSAI) COM O CORTE PARA A PROXIMA EXECUCAO.     *
      *----------------------------------------------------------------*
       5000-FINALIZAR-EXTRACAO.
           MOVE SPACES                 TO WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           MOVE 'TOTAIS DAS ALTERACOES POR LISTA E OPERACAO'
                                       TO WLT-TEXTO.
           WRITE REG-RELMNT FROM WRK-LINHA-TITULO.
           WRITE REG-RELMNT FROM WRK-CAB-TOTAIS-OPER.
           PERFORM 5100-LISTAR-TOTAL-OPER
                   THRU 5100-LISTAR-TOTAL-OPER-EXIT
                   VARYING WRK-SUB-LISTA FROM 1 BY 1
                     UNTIL WRK-SUB-LISTA > 2
                     AFTER WRK-SUB-OPER FROM 1 BY 1
                     UNTIL WRK-SUB-OPER > 6.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-LST.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'ENTRADAS LIDAS DO LOG AUDMNT' TO WLL-DESCRICAO.
           MOVE ACU-LIDOS-AUDMNT       TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'ENTRADAS NOVAS DESDE A EXTRACAO ANTERIOR'
                                       TO WLL-DESCRICAO.
           MOVE ACU-ENTRADAS-NOVAS     TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'PENDENCIAS DE APROVACAO EM ABERTO' TO WLL-DESCRICAO.
           MOVE ACU-PENDENCIAS         TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'BLOQUEIOS LIDOS DO BLQMEST' TO WLL-DESCRICAO.
           MOVE ACU-LIDOS-BLQMEST      TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE '  GRAVADOS NO BLOQLIST' TO WLL-DESCRICAO.
           MOVE ACU-BLQ-EXTRAIDOS      TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE '  ENCERRADOS ANTES DA DATA DE REFERENCIA'
                                       TO WLL-DESCRICAO.
           MOVE ACU-BLQ-ENCERRADOS     TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE '  INCLUSAO AGUARDANDO APROVACAO' TO WLL-DESCRICAO.
           MOVE ACU-BLQ-NAO-APROVADOS  TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE 'FERIADOS LIDOS DO FERMEST' TO WLL-DESCRICAO.
           MOVE ACU-LIDOS-FERMEST      TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE '  GRAVADOS NO CALFERI' TO WLL-DESCRICAO.
           MOVE ACU-FER-EXTRAIDOS      TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           MOVE '  ENCERRADOS' TO WLL-DESCRICAO.
           MOVE ACU-FER-ENCERRADOS     TO WLL-VALOR.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-LST.
           CLOSE RELMNT.
      *
           OPEN OUTPUT MNTCSAI.
           IF WRK-FS-MNTCSAI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-MNTCSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-MNTCSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE SPACES                 TO WRK-AREA-CBPAW071.
           MOVE WRK-MAIOR-ABSTIME      TO MNC-ULT-ABSTIME.
           MOVE WRK-DATA-CORRENTE      TO MNC-DATA-ULT-EXTRACAO.
           MOVE ACU-ENTRADAS-NOVAS     TO MNC-QTD-ENTRADAS-LISTADAS.
           WRITE REG-MNTCSAI FROM WRK-AREA-CBPAW071.
           IF WRK-FS-MNTCSAI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-MNTCSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-MNTCSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           CLOSE MNTCSAI.
      *
           DISPLAY 'CBPA2LST - BLOQLIST ' ACU-BLQ-EXTRAIDOS
                   ' CALFERI ' ACU-FER-EXTRAIDOS
                   ' ALTERACOES ' ACU-ENTRADAS-NOVAS
                   ' PENDENCIAS ' ACU-PENDENCIAS.
       5000-FINALIZAR-EXTRACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5100-LISTAR-TOTAL-OPER - SO AS COMBINACOES COM MOVIMENTO    *
      *----------------------------------------------------------------*
       5100-LISTAR-TOTAL-OPER.
           IF ACU-TOT-EFETIVADAS (WRK-SUB-LISTA, WRK-SUB-OPER) = ZEROS
              AND ACU-TOT-PENDENTES (WRK-SUB-LISTA, WRK-SUB-OPER)
                                                               = ZEROS
               GO TO 5100-LISTAR-TOTAL-OPER-EXIT
           END-IF.
           MOVE WRK-DESC-LISTA (WRK-SUB-LISTA) TO WLO-LISTA.
           MOVE WRK-DESC-OPER (WRK-SUB-OPER)   TO WLO-OPERACAO.
           MOVE ACU-TOT-EFETIVADAS (WRK-SUB-LISTA, WRK-SUB-OPER)
                                       TO WLO-EFETIVADAS.
           MOVE ACU-TOT-PENDENTES (WRK-SUB-LISTA, WRK-SUB-OPER)
                                       TO WLO-PENDENTES.
           WRITE REG-RELMNT FROM WRK-LINHA-TOTAL-OPER.
       5100-LISTAR-TOTAL-OPER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE ARQUIVO    *
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
       END PROGRAM CBPA2LST.

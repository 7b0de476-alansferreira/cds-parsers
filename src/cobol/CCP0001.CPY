WCS-31     05  WRK-ID-CKPT-PART        PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
WCS-34 77  FILLER                      PIC  X(050)         VALUE
WCS-34     '* AREA DO MODO SIMULACAO (RELSIM) *'.
      *----------------------------------------------------------------*
      *
WCS-34 77  WRK-SIMULACAO               PIC  X(001)         VALUE 'N'.
WCS-34     88  WRK-SIMULACAO-SIM                           VALUE 'S'.
WCS-34     88  WRK-SIMULACAO-NAO                           VALUE 'N'.
WCS-34 77  WRK-SUB-SIM                 PIC  9(005) COMP    VALUE ZEROS.
WCS-34 77  WRK-SUB-SDU                 PIC  9(005) COMP    VALUE ZEROS.
WCS-34 77  WRK-ACHOU-SDU               PIC  9(005) COMP    VALUE ZEROS.
WCS-34 77  WRK-QTD-SDU                 PIC  9(005) COMP    VALUE ZEROS.
WCS-34 77  WRK-MAX-SDU                 PIC  9(005) COMP    VALUE 20000.
WCS-34 77  WRK-QTD-SDU-EXCEDIDA        PIC  9(009) COMP-3  VALUE ZEROS.
WCS-34 77  WRK-TOTAL-SIM-QTD           PIC  9(009) COMP-3  VALUE ZEROS.
WCS-34 77  WRK-TOTAL-SIM-VLR           PIC  9(015)V99 COMP-3
WCS-34                                                     VALUE ZEROS.
      *
      *    CONTROLE DE DUPLICIDADE DA SIMULACAO: AS INCLUSOES E
      *    EXCLUSOES QUE O CBPA2DUP FARIA NO BXDUPL FICAM NESTA
      *    TABELA, CONSULTADA ANTES DO BXDUPL, PARA QUE AS
      *    DUPLICATAS E OS ESTORNOS DENTRO DO PROPRIO ARQUIVO SEJAM
      *    PREVISTOS SEM ALTERAR O CONTROLE PERSISTENTE. SITUACAO
      *    'I' CHAVE INCLUIDA NO RUN, 'X' CHAVE EXCLUIDA NO RUN.
WCS-34 01  WRK-TAB-SIM-DUPL.
WCS-34     05  SDU-OCOR                OCCURS 20000 TIMES.
WCS-34         10  SDU-CHAVE           PIC  X(036).
WCS-34         10  SDU-VALOR           PIC  9(013)V99.
WCS-34         10  SDU-VLR-ENCARGOS    PIC  9(013)V99.
WCS-34         10  SDU-SITUACAO        PIC  X(001).
WCS-34             88  SDU-INCLUIDA                        VALUE 'I'.
WCS-34             88  SDU-EXCLUIDA                        VALUE 'X'.
      *
      *    DISPOSICAO PREVISTA, INDEXADA PELO CODIGO DE DISPOSICAO
      *    DO ARQRETNW (01 A 10), E REJEITOS POR MOTIVO (01 A 10).
WCS-34 01  WRK-TAB-SIM-DISP.
WCS-34     05  SIM-DISP                OCCURS 10 TIMES.
WCS-34         10  SIM-QTD-DISP        PIC  9(009) COMP-3.
WCS-34         10  SIM-VLR-DISP        PIC  9(015)V99 COMP-3.
      *
WCS-34 01  WRK-TAB-SIM-MOT.
WCS-34     05  SIM-MOT                 OCCURS 10 TIMES.
WCS-34         10  SIM-QTD-MOT         PIC  9(009) COMP-3.
WCS-34         10  SIM-VLR-MOT         PIC  9(015)V99 COMP-3.
WCS-34         10  SIM-DESC-MOT        PIC  X(030).
      *
WCS-34 01  WRK-CAB-RELSIM.
WCS-34     05  FILLER                  PIC  X(045)         VALUE
WCS-34         'DISPOSICAO PREVISTA'.
WCS-34     05  FILLER                  PIC  X(005)         VALUE SPACES.
WCS-34     05  FILLER                  PIC  X(011)         VALUE
WCS-34         ' QUANTIDADE'.
WCS-34     05  FILLER                  PIC  X(004)         VALUE SPACES.
WCS-34     05  FILLER                  PIC  X(018)         VALUE
WCS-34         '             VALOR'.
WCS-34     05  FILLER                  PIC  X(049)         VALUE SPACES.
      *
WCS-34 01  WRK-LINHA-RELSIM.
WCS-34     05  WLS-DESCRICAO           PIC  X(045).
WCS-34     05  FILLER                  PIC  X(005)         VALUE SPACES.
WCS-34     05  WLS-QTD                 PIC  ZZZ.ZZZ.ZZ9.
WCS-34     05  FILLER                  PIC  X(004)         VALUE SPACES.
WCS-34     05  WLS-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
WCS-34     05  FILLER                  PIC  X(049)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
WCS-12 77  FILLER                      PIC  X(050)         VALUE
WCS-12     '* AREA DE RESTART QUENTE (CKRS0105) *'.
      *----------------------------------------------------------------*
WCS-30 COPY 'CBPAW054'.
      *
      *----------------------------------------------------------------*
WCS-39 77  FILLER                      PIC  X(050)         VALUE
WCS-39     '* AREA COPY PARA CBPA2JOB (EXECUCAO) *'.
      *----------------------------------------------------------------*
      *
WCS-39 COPY 'CBPAW073'.
      *
      *----------------------------------------------------------------*
WCS-19 77  FILLER                      PIC  X(050)         VALUE
WCS-19     '* AREA COPY PARA CBPA2ESL (CONSULTA EM LOTE) *'.
      *----------------------------------------------------------------*
WCS-23     05  ACU-DESPREZADOS-ESTORNO PIC  9(009) COMP-3  VALUE ZEROS.
WCS-27     05  ACU-RETIDAS-BLOQUEIO    PIC  9(009) COMP-3  VALUE ZEROS.
WCS-31     05  ACU-FORA-PARTICAO       PIC  9(009) COMP-3  VALUE ZEROS.
WCS-32     05  ACU-BAIXAS-ENCARGOS     PIC  9(009) COMP-3  VALUE ZEROS.
WCS-32     05  ACU-ESTORNOS-ENCARGOS   PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
WCS-02 77  FILLER                      PIC  X(050)    VALUE
WCS-06     88  WRK-SALDO-DIVERGENTE                     VALUE 'N'.
      *
      *----------------------------------------------------------------*
WCS-32 77  FILLER                      PIC  X(050)    VALUE
WCS-32     '* AREA PARA JUROS/MULTA POR ATRASO (ENCARGOS) *'.
      *----------------------------------------------------------------*
      *
      *    O VALOR RECEBIDO (WRK-VNMNAL-TITLO-COBR-R) E SEPARADO EM
      *    PRINCIPAL, QUE MOVE O SALDO E SEGUE NOS CANAIS/TITBAIXA, E
      *    ENCARGOS (JUROS + MULTA), CONTABILIZADOS COMO RECEITA A
      *    PARTE. SEM ENCARGO, O PRINCIPAL E O PROPRIO VALOR RECEBIDO.
WCS-32 77  WRK-DIAS-ATRASO             PIC S9(009) COMP-3  VALUE ZEROS.
WCS-32 77  WRK-DIAS-VENCIMENTO         PIC S9(009) COMP-3  VALUE ZEROS.
WCS-32 77  WRK-VLR-MULTA               PIC  9(013)V99      VALUE ZEROS.
WCS-32 77  WRK-VLR-JUROS               PIC  9(013)V99      VALUE ZEROS.
WCS-32 77  WRK-VLR-ENCARGOS-ESPERADO   PIC  9(013)V99      VALUE ZEROS.
WCS-32 77  WRK-DIFERENCA-ENCARGOS      PIC S9(013)V99      VALUE ZEROS.
WCS-32 77  WRK-VLR-ENCARGOS            PIC  9(013)V99      VALUE ZEROS.
      *    MAIOR ENCARGO QUE CABE NA CHAVE DO BXDUPL (BXD-VLR-ENCARGOS
      *    9(007)V99): ACIMA DISSO A BAIXA NAO E ACEITA COM ENCARGO.
WCS-32 77  WRK-VLR-ENCARGOS-MAXIMO     PIC  9(013)V99      VALUE
WCS-32                                                     9999999,99.
WCS-32 77  WRK-VLR-PRINCIPAL           PIC  9(015)V99      VALUE ZEROS.
WCS-32 77  WRK-CTB-VLR-ENC             PIC  9(013)V99      VALUE ZEROS.
WCS-32 77  WRK-TOT-VLR-ENC-BAIXA       PIC  9(015)V99 COMP-3
WCS-32                                                     VALUE ZEROS.
WCS-32 77  WRK-TOT-VLR-ENC-ESTORNO     PIC  9(015)V99 COMP-3
WCS-32                                                     VALUE ZEROS.
WCS-32 77  WRK-SIT-ENCARGOS            PIC  X(001)    VALUE 'N'.
WCS-32     88  WRK-ENCARGOS-ACEITOS                     VALUE 'S'.
WCS-32     88  WRK-ENCARGOS-NAO-ACEITOS                 VALUE 'N'.
      *
      *----------------------------------------------------------------*
WCS-08 77  FILLER                      PIC  X(050)    VALUE
WCS-08     '* AREA PARA O CANAL DE PAGAMENTO INSTANTANEO *'.
      *----------------------------------------------------------------*
WCS-24 77  WRK-CTB-TOT-DEB             PIC  9(015)V99 COMP-3
WCS-24                                                     VALUE ZEROS.
      *
      *    TIPOS DE BAIXA CONTABILIZADOS, NA ORDEM DOS BALDES DA
      *    TABELA WRK-TAB-CONT: INTEGRAL, PARCIAL E ESTORNO POR CANAL
      *    (1 A 9), JUROS/MULTA RECEBIDOS ('17'/'18'/'19') E JUROS/
      *    MULTA ESTORNADOS ('47'/'48'/'49') POR CANAL (10 A 15).
WCS-32 01  WRK-TAB-TIPOS-CTB-VAL       PIC  X(030)         VALUE
WCS-32     '141516242526444546171819474849'.
WCS-24 01  FILLER                      REDEFINES WRK-TAB-TIPOS-CTB-VAL.
WCS-32     05  WRK-TIPO-CTB            PIC  X(002) OCCURS 15 TIMES.
      *
WCS-24 01  WRK-TAB-CONT.
WCS-24     05  WRK-TAB-CONT-OCOR       OCCURS 10000 TIMES.
WCS-32         10  WRK-TAB-CONT-TIPO   OCCURS 15 TIMES.
WCS-24             15  CONT-QTD        PIC  9(009) COMP-3.
WCS-24             15  CONT-VLR        PIC  9(015)V99 COMP-3.
      *
WCS-17         'REJEIT   NAOENC '.
WCS-27     05  FILLER                  PIC  X(009)         VALUE
WCS-27         ' RETIDAS '.
WCS-32     05  FILLER                  PIC  X(020)         VALUE
WCS-32         '  JUROS/MULTA LIQUID'.
      *
WCS-17 01  WRK-TAB-AGEN.
WCS-17     05  WRK-TAB-AGEN-OCOR       OCCURS 10000 TIMES.
WCS-23         10  AGEN-QTD-EST        PIC  9(009) COMP-3.
WCS-23         10  AGEN-VLR-EST        PIC  9(015)V99 COMP-3.
WCS-27         10  AGEN-QTD-HLD        PIC  9(009) COMP-3.
      *            JUROS/MULTA RECEBIDOS MENOS OS ESTORNADOS NO DIA.
WCS-32         10  AGEN-VLR-ENC        PIC S9(015)V99 COMP-3.
      *
WCS-17 01  WRK-LINHA-RELAGEN.
WCS-17     05  WLA-AGENC               PIC  9(004).
WCS-17     05  WLA-QTD-NAC             PIC  ZZZ.ZZ9.
WCS-27     05  FILLER                  PIC  X(002)         VALUE SPACES.
WCS-27     05  WLA-QTD-HLD             PIC  ZZZ.ZZ9.
WCS-32     05  FILLER                  PIC  X(002)         VALUE SPACES.
WCS-32     05  WLA-VLR-ENC             PIC  ZZZ.ZZZ.ZZ9,99-.
      *
WCS-17 01  WRK-LINHA-RELAGEN-MOT.
WCS-17     05  FILLER                  PIC  X(008)         VALUE
WCS-15     'CBPA2ATU'.
WCS-30 77  WRK-CBPA2HIS                PIC  X(008)         VALUE
WCS-30     'CBPA2HIS'.
WCS-39 77  WRK-CBPA2JOB                PIC  X(008)         VALUE
WCS-39     'CBPA2JOB'.
      *
       77  WRK-ARQBAIXA                PIC  X(008)         VALUE
           'ARQBAIXA'.
WCS-27     'BLOQLIST'.
WCS-27 77  WRK-BAIXAHLD                PIC  X(008)         VALUE
WCS-27     'BAIXAHLD'.
WCS-34 77  WRK-RELSIM                  PIC  X(008)         VALUE
WCS-34     'RELSIM'.
      *
       77  WRK-FLAG-TABELAS            PIC  9(001) COMP-3  VALUE ZEROS.
      *
WCS-24 77  WRK-FS-ARQCONT              PIC  X(002)         VALUE SPACES.
WCS-27 77  WRK-FS-BLOQLIST             PIC  X(002)         VALUE SPACES.
WCS-27 77  WRK-FS-BAIXAHLD             PIC  X(002)         VALUE SPACES.
WCS-34 77  WRK-FS-RELSIM               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE

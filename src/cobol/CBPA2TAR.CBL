      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2TAR                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: TARIFACAO DE COBRANCA POR CEDENTE E CANAL DE   *
      *                LIQUIDACAO: PRECIFICA AS BAIXAS LIQUIDADAS DO  *
      *                DIA (BAIXA34/35/36) PELA TABELA DE TARIFAS DA  *
      *                AREA DE PRODUTO (TABTARIF), CONFORME O PACOTE  *
      *                NEGOCIADO DO CEDENTE (CEDPACOT) E O CANAL (NO  *
      *                PAGAMENTO INSTANTANEO, O B36-COD-CANAL). O     *
      *                ESTORNO ('44'/'45'/'46') DEVOLVE A TARIFA DA   *
      *                LIQUIDACAO ESTORNADA. GERA O DEBITO DE TARIFAS *
      *                NA CONTA DE CADA CEDENTE (DEBTAR), A INTERFACE *
      *                CONTABIL DAS TARIFAS NO LAYOUT DO ARQCONT      *
      *                (ARQCTTAR) E O RELATORIO DE FATURAMENTO POR    *
      *                CEDENTE (RELTAR). SUBSTITUI O CALCULO MANUAL   *
      *                DAS TARIFAS A PARTIR DOS TOTAIS DO RELAGEN.    *
      *                BAIXA SEM TARIFA NA TABELA (NEM NO PACOTE      *
      *                PADRAO) NAO E COBRADA, SAI NO RELATORIO E      *
      *                ENCERRA O JOB COM RETURN-CODE 4, ASSIM COMO A  *
      *                DIVERGENCIA NO BATIMENTO DEBTAR X ARQCTTAR.    *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2TAR.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    TARIFACAO DAS LIQUIDACOES POR PACOTE DO  *
      *                       CEDENTE E CANAL, COM DEVOLUCAO NO        *
      *                       ESTORNO, DEBITO AO CEDENTE, INTERFACE    *
      *                       CONTABIL E FATURAMENTO (WCS-41)          *
      *    15/10/2026  WCS    BATIMENTO DEBTAR X ARQCTTAR DIVERGENTE   *
      *                       NO RELTAR PASSA A SER AVISADO NO SYSOUT  *
      *                       E A ENCERRAR O JOB COM RETURN-CODE 4     *
      *                       (WCS-41 CORRIGIDO)                       *
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
           SELECT BAIXA34     ASSIGN TO BAIXA34
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXA34.
      *
           SELECT BAIXA35     ASSIGN TO BAIXA35
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXA35.
      *
           SELECT BAIXA36     ASSIGN TO BAIXA36
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-BAIXA36.
      *
           SELECT TABTARIF    ASSIGN TO TABTARIF
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-TABTARIF.
      *
           SELECT CEDPACOT    ASSIGN TO CEDPACOT
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-CEDPACOT.
      *
           SELECT DEBTAR      ASSIGN TO DEBTAR
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-DEBTAR.
      *
           SELECT ARQCTTAR    ASSIGN TO ARQCTTAR
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-ARQCTTAR.
      *
           SELECT RELTAR      ASSIGN TO RELTAR
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELTAR.
      *
           SELECT SRTTARIF    ASSIGN TO SRTTARIF.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BAIXA34
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXA34                PIC  X(094).
      *
       FD  BAIXA35
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXA35                PIC  X(094).
      *
       FD  BAIXA36
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BAIXA36                PIC  X(094).
      *
       FD  TABTARIF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-TABTARIF               PIC  X(080).
      *
       FD  CEDPACOT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CEDPACOT               PIC  X(040).
      *
       FD  DEBTAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-DEBTAR                 PIC  X(080).
      *
       FD  ARQCTTAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQCTTAR               PIC  X(060).
      *
       FD  RELTAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELTAR                 PIC  X(132).
      *
       SD  SRTTARIF.
       01  REG-SRTTARIF.
           05  SRT-AGENC               PIC  9(004).
           05  SRT-CONTA               PIC  9(007).
           05  SRT-CANAL-TAR           PIC  X(003).
           05  SRT-CANAL               PIC  X(002).
           05  SRT-VALOR               PIC  9(013)V99.
           05  SRT-TIPO                PIC  X(002).
      *
       WORKING-STORAGE                 SECTION.
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
           COPY 'CBPAW033'.
      *
       01  WRK-AREA-CBPAW031.
           COPY 'CBPAW031'.
      *
           COPY 'CBPAW041'.
      *
       01  WRK-AREA-CBPAW061.
           COPY 'CBPAW061'.
      *
       01  WRK-AREA-CBPAW062.
           COPY 'CBPAW062'.
      *
           COPY 'CBPAW063'.
      *
           COPY 'CBPAW049'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* TABELA DE TARIFAS VIGENTES (PACOTE X CANAL) *'.
      *----------------------------------------------------------------*
      *
      *    UMA ENTRADA POR PACOTE X CANAL, JA COM A VIGENCIA DE
      *    INICIO MAIS RECENTE QUE NAO ULTRAPASSA A DATA DO CICLO.
       77  WRK-QTD-TAB-TAR             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-TAB-TAR             PIC  9(005) COMP-3  VALUE 00500.
       77  WRK-IDX-TAR                 PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-IDX-ACHOU               PIC  9(005) COMP    VALUE ZEROS.
       01  WRK-TAB-TAR.
           05  WRK-TAB-TAR-OCOR        OCCURS 500 TIMES.
               10  TTB-COD-PACOTE      PIC  X(004).
               10  TTB-COD-CANAL       PIC  X(003).
               10  TTB-DATA-INICIO-VIG PIC  9(008).
               10  TTB-VLR-FIXO        PIC  9(005)V99 COMP-3.
               10  TTB-PCT-VALOR       PIC  9(003)V9(004) COMP-3.
      *
       77  WRK-PACOTE-PADRAO           PIC  X(004)         VALUE
           'PADR'.
       77  WRK-PACOTE-BUSCA            PIC  X(004)         VALUE SPACES.
       77  WRK-CANAL-BUSCA             PIC  X(003)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE CONTROLE DA QUEBRA POR CEDENTE/CANAL *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CHAVE-BAIXA.
           05  WRK-AGENC-ATUAL         PIC  9(004)         VALUE ZEROS.
           05  WRK-CONTA-ATUAL         PIC  9(007)         VALUE ZEROS.
       01  WRK-CHAVE-CEDPACOT.
           05  WRK-AGENC-CEDPACOT      PIC  9(004)         VALUE ZEROS.
           05  WRK-CONTA-CEDPACOT      PIC  9(007)         VALUE ZEROS.
       77  WRK-CHAVE-CEDPACOT-ANT      PIC  X(011)         VALUE
           LOW-VALUES.
      *
       77  WRK-PACOTE-ATUAL            PIC  X(004)         VALUE SPACES.
       77  WRK-CANAL-TAR-ATUAL         PIC  X(003)         VALUE SPACES.
       77  WRK-CANAL-ATUAL             PIC  X(002)         VALUE SPACES.
       77  WRK-IDX-TAR-ATUAL           PIC  9(005) COMP    VALUE ZEROS.
      *
       77  WRK-CEDENTE-ABERTO          PIC  X(001)         VALUE 'N'.
           88  WRK-CEDENTE-ABERTO-SIM                      VALUE 'S'.
           88  WRK-CEDENTE-ABERTO-NAO                      VALUE 'N'.
       77  WRK-CANAL-ABERTO            PIC  X(001)         VALUE 'N'.
           88  WRK-CANAL-ABERTO-SIM                        VALUE 'S'.
           88  WRK-CANAL-ABERTO-NAO                        VALUE 'N'.
       77  WRK-PACOTE-NEGOCIADO        PIC  X(001)         VALUE 'N'.
           88  WRK-PACOTE-NEGOCIADO-SIM                    VALUE 'S'.
           88  WRK-PACOTE-NEGOCIADO-NAO                    VALUE 'N'.
      *
      *    MOVIMENTO DO CEDENTE X CANAL CORRENTE
       01  WRK-TOT-CANAL.
           05  TCN-QTD-TARIFADAS       PIC  9(007) COMP-3.
           05  TCN-VLR-TARIFAS         PIC  9(011)V99 COMP-3.
           05  TCN-QTD-DEVOLVIDAS      PIC  9(007) COMP-3.
           05  TCN-VLR-DEVOLVIDO       PIC  9(011)V99 COMP-3.
           05  TCN-QTD-SEM-TARIFA      PIC  9(007) COMP-3.
      *
      *    MOVIMENTO DO CEDENTE CORRENTE (SOMA DOS CANAIS)
       01  WRK-TOT-CEDENTE.
           05  TCD-QTD-TARIFADAS       PIC  9(007) COMP-3.
           05  TCD-VLR-TARIFAS         PIC  9(011)V99 COMP-3.
           05  TCD-QTD-DEVOLVIDAS      PIC  9(007) COMP-3.
           05  TCD-VLR-DEVOLVIDO       PIC  9(011)V99 COMP-3.
           05  TCD-QTD-SEM-TARIFA      PIC  9(007) COMP-3.
      *
       77  WRK-VLR-TARIFA              PIC  9(011)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-VLR-LIQUIDO             PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DA INTERFACE CONTABIL DAS TARIFAS *'.
      *----------------------------------------------------------------*
      *
      *    TIPOS CONTABILIZADOS, NA ORDEM DOS BALDES DA TABELA
      *    WRK-TAB-CONT: TARIFA COBRADA ('64'/'65'/'66', CREDITO) E
      *    TARIFA DEVOLVIDA NO ESTORNO ('74'/'75'/'76', DEBITO), POR
      *    CANAL 34/35/36.
       01  WRK-TAB-TIPOS-CTB-VAL       PIC  X(012)         VALUE
           '646566747576'.
       01  FILLER                      REDEFINES WRK-TAB-TIPOS-CTB-VAL.
           05  WRK-TIPO-CTB            PIC  X(002) OCCURS 6 TIMES.
      *
       01  WRK-TAB-CONT.
           05  WRK-TAB-CONT-OCOR       OCCURS 10000 TIMES.
               10  WRK-TAB-CONT-TIPO   OCCURS 6 TIMES.
                   15  CONT-QTD        PIC  9(009) COMP-3.
                   15  CONT-VLR        PIC  9(015)V99 COMP-3.
      *
       77  WRK-SUB-AGEN                PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-SUB-CTB                 PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-SUB-CANAL               PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CANAL-NUM               PIC  9(002)         VALUE ZEROS.
      *
       77  WRK-CTB-QTD-DET             PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-CTB-TOT-QTD             PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-CTB-TOT-CRED            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-CTB-TOT-DEB             PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-BAIXA34       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BAIXA35       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-BAIXA36       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-TABTARIF      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-FORA-VIGENCIA       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-CEDPACOT      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CEDENTES-FATURADOS  PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-CEDENTES-PADRAO     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BAIXAS-TARIFADAS    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ESTORNOS-DEVOLVIDOS PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-BAIXAS-SEM-TARIFA   PIC  9(009) COMP-3  VALUE ZEROS.
      *
       01  WRK-VALORES.
           05  VAL-TARIFAS             PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-DEVOLVIDO           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-DEBITOS             PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-CREDITOS            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DE FATURAMENTO (RELTAR) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-RELTAR.
           05  FILLER                  PIC  X(014)         VALUE
               'CEDENTE'.
           05  FILLER                  PIC  X(006)         VALUE
               'PACOT'.
           05  FILLER                  PIC  X(005)         VALUE
               'CNL'.
           05  FILLER                  PIC  X(009)         VALUE
               'QTD TARIF'.
           05  FILLER                  PIC  X(019)         VALUE
               '    TARIFAS COBRAD.'.
           05  FILLER                  PIC  X(009)         VALUE
               'QTD DEVOL'.
           05  FILLER                  PIC  X(019)         VALUE
               '  TARIFAS DEVOLVID.'.
           05  FILLER                  PIC  X(020)         VALUE
               '     LIQUIDO CEDENTE'.
           05  FILLER                  PIC  X(009)         VALUE
               '  S/ TAR.'.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(020)         VALUE
               'OBSERVACAO'.
      *
       01  WRK-LINHA-RELTAR.
           05  WLR-AGENC               PIC  9(004).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WLR-CONTA               PIC  9(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-PACOTE              PIC  X(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-CANAL               PIC  X(003).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-QTD-TARIFADAS       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-VLR-TARIFAS         PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-QTD-DEVOLVIDAS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-VLR-DEVOLVIDO       PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-VLR-LIQUIDO         PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-QTD-SEM-TARIFA      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLR-OBSERVACAO          PIC  X(020).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-TAR.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-VALOR-TAR.
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
       77  WRK-DATA-CICLO              PIC  9(008)         VALUE ZEROS.
      *
       77  WRK-TIPO-REG-HEADER         PIC  X(002)         VALUE '00'.
       77  WRK-TIPO-REG-DETALHE        PIC  X(002)         VALUE '01'.
       77  WRK-TIPO-REG-TRAILER        PIC  X(002)         VALUE '99'.
      *
       77  WRK-BAIXA34                 PIC  X(008)         VALUE
           'BAIXA34'.
       77  WRK-BAIXA35                 PIC  X(008)         VALUE
           'BAIXA35'.
       77  WRK-BAIXA36                 PIC  X(008)         VALUE
           'BAIXA36'.
       77  WRK-TABTARIF                PIC  X(008)         VALUE
           'TABTARIF'.
       77  WRK-CEDPACOT                PIC  X(008)         VALUE
           'CEDPACOT'.
       77  WRK-DEBTAR                  PIC  X(008)         VALUE
           'DEBTAR'.
       77  WRK-ARQCTTAR                PIC  X(008)         VALUE
           'ARQCTTAR'.
       77  WRK-RELTAR                  PIC  X(008)         VALUE
           'RELTAR'.
      *
       77  WRK-FIM-BAIXA34             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXA34-SIM                         VALUE 'S'.
           88  WRK-FIM-BAIXA34-NAO                         VALUE 'N'.
       77  WRK-FIM-BAIXA35             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXA35-SIM                         VALUE 'S'.
           88  WRK-FIM-BAIXA35-NAO                         VALUE 'N'.
       77  WRK-FIM-BAIXA36             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXA36-SIM                         VALUE 'S'.
           88  WRK-FIM-BAIXA36-NAO                         VALUE 'N'.
       77  WRK-FIM-TABTARIF            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-TABTARIF-SIM                        VALUE 'S'.
           88  WRK-FIM-TABTARIF-NAO                        VALUE 'N'.
       77  WRK-FIM-CEDPACOT            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-CEDPACOT-SIM                        VALUE 'S'.
           88  WRK-FIM-CEDPACOT-NAO                        VALUE 'N'.
       77  WRK-FIM-SORT                PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-SORT-SIM                            VALUE 'S'.
           88  WRK-FIM-SORT-NAO                            VALUE 'N'.
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
       77  WRK-FS-BAIXA34              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BAIXA35              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BAIXA36              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-TABTARIF             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-CEDPACOT             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-DEBTAR               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-ARQCTTAR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELTAR               PIC  X(002)         VALUE SPACES.
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
      *    0000-MAINLINE - CARREGA AS TARIFAS VIGENTES, CLASSIFICA AS  *
      *    BAIXAS DO DIA POR CEDENTE/CANAL E TARIFA NA SAIDA DA        *
      *    CLASSIFICACAO; NO FIM GRAVA A INTERFACE CONTABIL E OS       *
      *    TOTAIS.                                                     *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           SORT SRTTARIF
                ON ASCENDING KEY SRT-AGENC
                                 SRT-CONTA
                                 SRT-CANAL-TAR
                INPUT PROCEDURE IS 2000-CLASSIFICAR
                                   THRU 2000-CLASSIFICAR-EXIT
                OUTPUT PROCEDURE IS 3000-TARIFAR
                                   THRU 3000-TARIFAR-EXIT.
      *
           PERFORM 4000-FINALIZAR
                   THRU 4000-FINALIZAR-EXIT.
      *
           IF ACU-BAIXAS-SEM-TARIFA > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - DATA DO CICLO (PARM; NA AUSENCIA, A DATA *
      *    CORRENTE), CARGA DA TABELA DE TARIFAS, PRIMEIRA LEITURA DO  *
      *    CADASTRO DE PACOTES E ABERTURA DAS SAIDAS.                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           IF WRK-PARM-TAM > ZEROS
              AND WRK-PARM-DATA-CICLO > ZEROS
               MOVE WRK-PARM-DATA-CICLO TO WRK-DATA-CICLO
           ELSE
               ACCEPT WRK-DATA-CICLO  FROM DATE YYYYMMDD
           END-IF.
      *
           INITIALIZE WRK-TAB-CONT.
      *
           OPEN INPUT  TABTARIF.
           IF WRK-FS-TABTARIF NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-TABTARIF       TO WRK-ARQUIVO
               MOVE WRK-FS-TABTARIF    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 1100-CARREGAR-TABTARIF
                   THRU 1100-CARREGAR-TABTARIF-EXIT
                   UNTIL WRK-FIM-TABTARIF-SIM.
           CLOSE TABTARIF.
      *
           OPEN INPUT  CEDPACOT.
           IF WRK-FS-CEDPACOT NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-CEDPACOT       TO WRK-ARQUIVO
               MOVE WRK-FS-CEDPACOT    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 1200-LER-CEDPACOT
                   THRU 1200-LER-CEDPACOT-EXIT.
      *
           OPEN OUTPUT DEBTAR.
           IF WRK-FS-DEBTAR NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-DEBTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-DEBTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT ARQCTTAR.
           IF WRK-FS-ARQCTTAR NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-ARQCTTAR       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCTTAR    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELTAR.
           IF WRK-FS-RELTAR NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-RELTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-DTR-HEADER.
           MOVE WRK-TIPO-REG-HEADER    TO DTH-TIPO-REGISTRO.
           MOVE WRK-DATA-CICLO         TO DTH-DATA-MOVIMENTO.
           WRITE REG-DEBTAR FROM WRK-DTR-HEADER.
           IF WRK-FS-DEBTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-DEBTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-DEBTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-TAR.
           MOVE '***  CBPA2TAR - FATURAMENTO DE TARIFAS  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
           MOVE 'DATA DO CICLO'        TO WLT-DESCRICAO.
           MOVE WRK-DATA-CICLO         TO WLT-DESCRICAO (36:8).
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
           WRITE REG-RELTAR FROM WRK-CAB-RELTAR.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-CARREGAR-TABTARIF - GUARDA UMA ENTRADA POR PACOTE X    *
      *    CANAL COM A VIGENCIA MAIS RECENTE JA INICIADA NA DATA DO    *
      *    CICLO; VIGENCIAS FUTURAS SAO IGNORADAS. REGISTRO COM VALOR  *
      *    NAO NUMERICO ABENDA: A TABELA E MANTIDA FORA DO SISTEMA E   *
      *    NAO SE FATURA COM TARIFA DESCONHECIDA.                      *
      *----------------------------------------------------------------*
       1100-CARREGAR-TABTARIF.
           READ TABTARIF INTO WRK-AREA-CBPAW061.
           IF WRK-FS-TABTARIF = '10'
               SET WRK-FIM-TABTARIF-SIM TO TRUE
               GO TO 1100-CARREGAR-TABTARIF-EXIT
           END-IF.
           IF WRK-FS-TABTARIF NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-TABTARIF       TO WRK-ARQUIVO
               MOVE WRK-FS-TABTARIF    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-TABTARIF.
      *
           IF TTF-DATA-INICIO-VIG NOT NUMERIC
              OR TTF-VLR-FIXO NOT NUMERIC
              OR TTF-PCT-VALOR NOT NUMERIC
              OR TTF-COD-PACOTE = SPACES
              OR TTF-COD-CANAL = SPACES
               DISPLAY 'REGISTRO INVALIDO NA TABELA DE TARIFAS - '
                       'REGISTRO ' ACU-LIDOS-TABTARIF
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           IF TTF-DATA-INICIO-VIG > WRK-DATA-CICLO
               ADD 1                   TO ACU-FORA-VIGENCIA
               GO TO 1100-CARREGAR-TABTARIF-EXIT
           END-IF.
      *
           MOVE TTF-COD-PACOTE         TO WRK-PACOTE-BUSCA.
           MOVE TTF-COD-CANAL          TO WRK-CANAL-BUSCA.
           PERFORM 3800-LOCALIZAR-TARIFA
                   THRU 3800-LOCALIZAR-TARIFA-EXIT.
           IF WRK-IDX-ACHOU > ZEROS
               IF TTF-DATA-INICIO-VIG >
                  TTB-DATA-INICIO-VIG (WRK-IDX-ACHOU)
                   MOVE WRK-IDX-ACHOU  TO WRK-IDX-TAR
                   PERFORM 1150-GUARDAR-TARIFA
                           THRU 1150-GUARDAR-TARIFA-EXIT
               ELSE
                   ADD 1               TO ACU-FORA-VIGENCIA
               END-IF
               GO TO 1100-CARREGAR-TABTARIF-EXIT
           END-IF.
      *
           IF WRK-QTD-TAB-TAR NOT < WRK-MAX-TAB-TAR
               DISPLAY 'ESTOURO DA TABELA DE TARIFAS - LIMITE '
                       WRK-MAX-TAB-TAR
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           ADD 1                       TO WRK-QTD-TAB-TAR.
           MOVE WRK-QTD-TAB-TAR        TO WRK-IDX-TAR.
           PERFORM 1150-GUARDAR-TARIFA THRU 1150-GUARDAR-TARIFA-EXIT.
       1100-CARREGAR-TABTARIF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1150-GUARDAR-TARIFA                                         *
      *----------------------------------------------------------------*
       1150-GUARDAR-TARIFA.
           MOVE TTF-COD-PACOTE         TO TTB-COD-PACOTE (WRK-IDX-TAR).
           MOVE TTF-COD-CANAL          TO TTB-COD-CANAL (WRK-IDX-TAR).
           MOVE TTF-DATA-INICIO-VIG    TO
                TTB-DATA-INICIO-VIG (WRK-IDX-TAR).
           MOVE TTF-VLR-FIXO           TO TTB-VLR-FIXO (WRK-IDX-TAR).
           MOVE TTF-PCT-VALOR          TO TTB-PCT-VALOR (WRK-IDX-TAR).
       1150-GUARDAR-TARIFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-LER-CEDPACOT - LEITURA DO CADASTRO DE PACOTES, QUE     *
      *    TEM DE VIR EM ORDEM CRESCENTE DE AGENCIA/CONTA PARA O       *
      *    CASAMENTO COM AS BAIXAS CLASSIFICADAS. NO FIM DO ARQUIVO A  *
      *    CHAVE VAI A HIGH-VALUES.                                    *
      *----------------------------------------------------------------*
       1200-LER-CEDPACOT.
           READ CEDPACOT INTO WRK-AREA-CBPAW062.
           IF WRK-FS-CEDPACOT = '10'
               SET WRK-FIM-CEDPACOT-SIM TO TRUE
               MOVE HIGH-VALUES        TO WRK-CHAVE-CEDPACOT
               GO TO 1200-LER-CEDPACOT-EXIT
           END-IF.
           IF WRK-FS-CEDPACOT NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-CEDPACOT       TO WRK-ARQUIVO
               MOVE WRK-FS-CEDPACOT    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-CEDPACOT.
      *
           MOVE CPC-AGENC-CNEGOC       TO WRK-AGENC-CEDPACOT.
           MOVE CPC-CONTA-CNEGOC       TO WRK-CONTA-CEDPACOT.
           IF WRK-CHAVE-CEDPACOT NOT > WRK-CHAVE-CEDPACOT-ANT
               DISPLAY 'CADASTRO DE PACOTES FORA DE ORDEM - '
                       'REGISTRO ' ACU-LIDOS-CEDPACOT
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
           MOVE WRK-CHAVE-CEDPACOT     TO WRK-CHAVE-CEDPACOT-ANT.
       1200-LER-CEDPACOT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CLASSIFICAR - PROCEDIMENTO DE ENTRADA DO SORT: LE AS   *
      *    TRES SAIDAS DE CANAL DO DIA E LIBERA UM REGISTRO POR BAIXA, *
      *    COM O CANAL DE TARIFACAO ('34', '35' OU O B36-COD-CANAL) E  *
      *    O VALOR RECEBIDO (PRINCIPAL MAIS JUROS/MULTA).              *
      *----------------------------------------------------------------*
       2000-CLASSIFICAR.
           OPEN INPUT BAIXA34.
           IF WRK-FS-BAIXA34 NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXA34        TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXA34     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 2100-LIBERAR-BAIXA34
                   THRU 2100-LIBERAR-BAIXA34-EXIT
                   UNTIL WRK-FIM-BAIXA34-SIM.
           CLOSE BAIXA34.
      *
           OPEN INPUT BAIXA35.
           IF WRK-FS-BAIXA35 NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXA35        TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXA35     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 2200-LIBERAR-BAIXA35
                   THRU 2200-LIBERAR-BAIXA35-EXIT
                   UNTIL WRK-FIM-BAIXA35-SIM.
           CLOSE BAIXA35.
      *
           OPEN INPUT BAIXA36.
           IF WRK-FS-BAIXA36 NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-BAIXA36        TO WRK-ARQUIVO
               MOVE WRK-FS-BAIXA36     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 2300-LIBERAR-BAIXA36
                   THRU 2300-LIBERAR-BAIXA36-EXIT
                   UNTIL WRK-FIM-BAIXA36-SIM.
           CLOSE BAIXA36.
       2000-CLASSIFICAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LIBERAR-BAIXA34                                        *
      *----------------------------------------------------------------*
       2100-LIBERAR-BAIXA34.
           READ BAIXA34 INTO WRK-REG-BAIXA34.
           IF WRK-FS-BAIXA34 = '10'
               SET WRK-FIM-BAIXA34-SIM TO TRUE
           ELSE
               IF WRK-FS-BAIXA34 NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-BAIXA34     TO WRK-ARQUIVO
                   MOVE WRK-FS-BAIXA34  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-BAIXA34
                   MOVE B34-AGENC-CNEGOC TO SRT-AGENC
                   MOVE B34-CONTA-CNEGOC TO SRT-CONTA
                   MOVE '34'            TO SRT-CANAL-TAR
                                           SRT-CANAL
                   MOVE B34-VALOR-BAIXA TO SRT-VALOR
                   MOVE B34-TIPO-BAIXA  TO SRT-TIPO
                   IF B34-VLR-ENCARGOS NUMERIC
                       ADD B34-VLR-ENCARGOS TO SRT-VALOR
                   END-IF
                   RELEASE REG-SRTTARIF
               END-IF
           END-IF.
       2100-LIBERAR-BAIXA34-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LIBERAR-BAIXA35                                        *
      *----------------------------------------------------------------*
       2200-LIBERAR-BAIXA35.
           READ BAIXA35 INTO WRK-AREA-CBPAW031.
           IF WRK-FS-BAIXA35 = '10'
               SET WRK-FIM-BAIXA35-SIM TO TRUE
           ELSE
               IF WRK-FS-BAIXA35 NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-BAIXA35     TO WRK-ARQUIVO
                   MOVE WRK-FS-BAIXA35  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-BAIXA35
                   MOVE B35-AGENC-CNEGOC TO SRT-AGENC
                   MOVE B35-CONTA-CNEGOC TO SRT-CONTA
                   MOVE '35'            TO SRT-CANAL-TAR
                                           SRT-CANAL
                   MOVE B35-VALOR-BAIXA TO SRT-VALOR
                   MOVE B35-TIPO-BAIXA  TO SRT-TIPO
                   IF B35-VLR-ENCARGOS NUMERIC
                       ADD B35-VLR-ENCARGOS TO SRT-VALOR
                   END-IF
                   RELEASE REG-SRTTARIF
               END-IF
           END-IF.
       2200-LIBERAR-BAIXA35-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-LIBERAR-BAIXA36 - O CANAL DE TARIFACAO E O PROPRIO     *
      *    B36-COD-CANAL DO MEIO DE PAGAMENTO INSTANTANEO.             *
      *----------------------------------------------------------------*
       2300-LIBERAR-BAIXA36.
           READ BAIXA36 INTO WRK-REG-BAIXA36.
           IF WRK-FS-BAIXA36 = '10'
               SET WRK-FIM-BAIXA36-SIM TO TRUE
           ELSE
               IF WRK-FS-BAIXA36 NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-BAIXA36     TO WRK-ARQUIVO
                   MOVE WRK-FS-BAIXA36  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-BAIXA36
                   MOVE B36-AGENC-CNEGOC TO SRT-AGENC
                   MOVE B36-CONTA-CNEGOC TO SRT-CONTA
                   MOVE B36-COD-CANAL   TO SRT-CANAL-TAR
                   MOVE '36'            TO SRT-CANAL
                   MOVE B36-VALOR-BAIXA TO SRT-VALOR
                   MOVE B36-TIPO-BAIXA  TO SRT-TIPO
                   IF B36-VLR-ENCARGOS NUMERIC
                       ADD B36-VLR-ENCARGOS TO SRT-VALOR
                   END-IF
                   RELEASE REG-SRTTARIF
               END-IF
           END-IF.
       2300-LIBERAR-BAIXA36-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-TARIFAR - PROCEDIMENTO DE SAIDA DO SORT: CONSOME OS    *
      *    REGISTROS CLASSIFICADOS, COM QUEBRA POR CEDENTE E, DENTRO   *
      *    DELE, POR CANAL DE TARIFACAO.                               *
      *----------------------------------------------------------------*
       3000-TARIFAR.
           SET WRK-FIM-SORT-NAO       TO TRUE.
           SET WRK-CEDENTE-ABERTO-NAO TO TRUE.
           SET WRK-CANAL-ABERTO-NAO   TO TRUE.
           PERFORM 3100-RETORNAR-CLASSIFICADO
                   THRU 3100-RETORNAR-CLASSIFICADO-EXIT
                   UNTIL WRK-FIM-SORT-SIM.
           IF WRK-CEDENTE-ABERTO-SIM
               PERFORM 3400-FECHAR-CEDENTE
                       THRU 3400-FECHAR-CEDENTE-EXIT
           END-IF.
           CLOSE CEDPACOT.
       3000-TARIFAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-RETORNAR-CLASSIFICADO                                  *
      *----------------------------------------------------------------*
       3100-RETORNAR-CLASSIFICADO.
           RETURN SRTTARIF
               AT END
                   SET WRK-FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 3200-TRATAR-CLASSIFICADO
                           THRU 3200-TRATAR-CLASSIFICADO-EXIT
           END-RETURN.
       3100-RETORNAR-CLASSIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-TRATAR-CLASSIFICADO - QUEBRAS E TARIFA DA BAIXA: VALOR *
      *    FIXO MAIS O PERCENTUAL SOBRE O VALOR RECEBIDO. NO ESTORNO   *
      *    ('44'/'45'/'46') A MESMA TARIFA, CALCULADA SOBRE O VALOR    *
      *    ESTORNADO, E DEVOLVIDA AO CEDENTE; AS DEMAIS LIQUIDACOES    *
      *    (INTEGRAL E PARCIAL) SAO COBRADAS.                          *
      *----------------------------------------------------------------*
       3200-TRATAR-CLASSIFICADO.
           IF WRK-CEDENTE-ABERTO-NAO
              OR SRT-AGENC NOT = WRK-AGENC-ATUAL
              OR SRT-CONTA NOT = WRK-CONTA-ATUAL
               IF WRK-CEDENTE-ABERTO-SIM
                   PERFORM 3400-FECHAR-CEDENTE
                           THRU 3400-FECHAR-CEDENTE-EXIT
               END-IF
               PERFORM 3300-ABRIR-CEDENTE
                       THRU 3300-ABRIR-CEDENTE-EXIT
           END-IF.
      *
           IF WRK-CANAL-ABERTO-NAO
              OR SRT-CANAL-TAR NOT = WRK-CANAL-TAR-ATUAL
               IF WRK-CANAL-ABERTO-SIM
                   PERFORM 3600-FECHAR-CANAL
                           THRU 3600-FECHAR-CANAL-EXIT
               END-IF
               PERFORM 3500-ABRIR-CANAL
                       THRU 3500-ABRIR-CANAL-EXIT
           END-IF.
      *
           IF WRK-IDX-TAR-ATUAL = ZEROS
               ADD 1                   TO TCN-QTD-SEM-TARIFA
                                          ACU-BAIXAS-SEM-TARIFA
               GO TO 3200-TRATAR-CLASSIFICADO-EXIT
           END-IF.
      *
           COMPUTE WRK-VLR-TARIFA ROUNDED =
                   TTB-VLR-FIXO (WRK-IDX-TAR-ATUAL)
                 + SRT-VALOR * TTB-PCT-VALOR (WRK-IDX-TAR-ATUAL) / 100.
      *
           EVALUATE SRT-TIPO
               WHEN '44'
               WHEN '45'
               WHEN '46'
                   ADD 1               TO TCN-QTD-DEVOLVIDAS
                                          ACU-ESTORNOS-DEVOLVIDOS
                   ADD WRK-VLR-TARIFA  TO TCN-VLR-DEVOLVIDO
                                          VAL-DEVOLVIDO
               WHEN OTHER
                   ADD 1               TO TCN-QTD-TARIFADAS
                                          ACU-BAIXAS-TARIFADAS
                   ADD WRK-VLR-TARIFA  TO TCN-VLR-TARIFAS
                                          VAL-TARIFAS
           END-EVALUATE.
       3200-TRATAR-CLASSIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-ABRIR-CEDENTE - ZERA O MOVIMENTO DO CEDENTE E CASA O   *
      *    CADASTRO DE PACOTES ATE A CHAVE DA BAIXA. CEDENTE AUSENTE   *
      *    DO CADASTRO E FATURADO PELO PACOTE PADRAO.                  *
      *----------------------------------------------------------------*
       3300-ABRIR-CEDENTE.
           MOVE SRT-AGENC              TO WRK-AGENC-ATUAL.
           MOVE SRT-CONTA              TO WRK-CONTA-ATUAL.
           INITIALIZE WRK-TOT-CEDENTE.
           SET WRK-CEDENTE-ABERTO-SIM  TO TRUE.
           SET WRK-CANAL-ABERTO-NAO    TO TRUE.
      *
           PERFORM 1200-LER-CEDPACOT
                   THRU 1200-LER-CEDPACOT-EXIT
                   UNTIL WRK-CHAVE-CEDPACOT NOT < WRK-CHAVE-BAIXA.
      *
           IF WRK-CHAVE-CEDPACOT = WRK-CHAVE-BAIXA
              AND CPC-COD-PACOTE NOT = SPACES
               MOVE CPC-COD-PACOTE     TO WRK-PACOTE-ATUAL
               SET WRK-PACOTE-NEGOCIADO-SIM TO TRUE
           ELSE
               MOVE WRK-PACOTE-PADRAO  TO WRK-PACOTE-ATUAL
               SET WRK-PACOTE-NEGOCIADO-NAO TO TRUE
               ADD 1                   TO ACU-CEDENTES-PADRAO
           END-IF.
       3300-ABRIR-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-FECHAR-CEDENTE - FECHA O ULTIMO CANAL, GRAVA O DEBITO  *
      *    LIQUIDO DO CEDENTE NO DEBTAR E A LINHA DE TOTAL DO CEDENTE  *
      *    NO FATURAMENTO.                                             *
      *----------------------------------------------------------------*
       3400-FECHAR-CEDENTE.
           IF WRK-CANAL-ABERTO-SIM
               PERFORM 3600-FECHAR-CANAL
                       THRU 3600-FECHAR-CANAL-EXIT
           END-IF.
           SET WRK-CEDENTE-ABERTO-NAO  TO TRUE.
      *
           COMPUTE WRK-VLR-LIQUIDO = TCD-VLR-TARIFAS
                                   - TCD-VLR-DEVOLVIDO.
      *
           MOVE SPACES                 TO WRK-LINHA-RELTAR.
           MOVE WRK-AGENC-ATUAL        TO WLR-AGENC.
           MOVE WRK-CONTA-ATUAL        TO WLR-CONTA.
           MOVE WRK-PACOTE-ATUAL       TO WLR-PACOTE.
           MOVE 'TOT'                  TO WLR-CANAL.
           MOVE TCD-QTD-TARIFADAS      TO WLR-QTD-TARIFADAS.
           MOVE TCD-VLR-TARIFAS        TO WLR-VLR-TARIFAS.
           MOVE TCD-QTD-DEVOLVIDAS     TO WLR-QTD-DEVOLVIDAS.
           MOVE TCD-VLR-DEVOLVIDO      TO WLR-VLR-DEVOLVIDO.
           MOVE WRK-VLR-LIQUIDO        TO WLR-VLR-LIQUIDO.
           MOVE TCD-QTD-SEM-TARIFA     TO WLR-QTD-SEM-TARIFA.
           IF WRK-PACOTE-NEGOCIADO-NAO
               MOVE 'PACOTE PADRAO'    TO WLR-OBSERVACAO
           END-IF.
           PERFORM 3700-GRAVAR-RELTAR THRU 3700-GRAVAR-RELTAR-EXIT.
      *
           IF TCD-QTD-TARIFADAS = ZEROS
              AND TCD-QTD-DEVOLVIDAS = ZEROS
               GO TO 3400-FECHAR-CEDENTE-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-DTR-DETALHE.
           MOVE WRK-TIPO-REG-DETALHE   TO DTD-TIPO-REGISTRO.
           MOVE WRK-AGENC-ATUAL        TO DTD-AGENC-CEDENTE.
           MOVE WRK-CONTA-ATUAL        TO DTD-CONTA-CEDENTE.
           MOVE WRK-PACOTE-ATUAL       TO DTD-COD-PACOTE.
           MOVE TCD-QTD-TARIFADAS      TO DTD-QTD-TARIFADAS.
           MOVE TCD-VLR-TARIFAS        TO DTD-VLR-TARIFAS.
           MOVE TCD-QTD-DEVOLVIDAS     TO DTD-QTD-DEVOLVIDAS.
           MOVE TCD-VLR-DEVOLVIDO      TO DTD-VLR-DEVOLVIDO.
           IF WRK-VLR-LIQUIDO < ZEROS
               SET DTD-CREDITO         TO TRUE
               COMPUTE DTD-VLR-LIQUIDO = ZEROS - WRK-VLR-LIQUIDO
               ADD DTD-VLR-LIQUIDO     TO VAL-CREDITOS
           ELSE
               SET DTD-DEBITO          TO TRUE
               MOVE WRK-VLR-LIQUIDO    TO DTD-VLR-LIQUIDO
               ADD DTD-VLR-LIQUIDO     TO VAL-DEBITOS
           END-IF.
           WRITE REG-DEBTAR FROM WRK-DTR-DETALHE.
           IF WRK-FS-DEBTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-DEBTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-DEBTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-CEDENTES-FATURADOS.
       3400-FECHAR-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-ABRIR-CANAL - ZERA O MOVIMENTO DO CANAL E RESOLVE A    *
      *    TARIFA DO PACOTE DO CEDENTE NO CANAL; SEM TARIFA PROPRIA DO *
      *    PACOTE, VALE A DO PACOTE PADRAO NO MESMO CANAL.             *
      *----------------------------------------------------------------*
       3500-ABRIR-CANAL.
           MOVE SRT-CANAL-TAR          TO WRK-CANAL-TAR-ATUAL.
           MOVE SRT-CANAL              TO WRK-CANAL-ATUAL.
           INITIALIZE WRK-TOT-CANAL.
           SET WRK-CANAL-ABERTO-SIM    TO TRUE.
      *
           MOVE WRK-PACOTE-ATUAL       TO WRK-PACOTE-BUSCA.
           MOVE WRK-CANAL-TAR-ATUAL    TO WRK-CANAL-BUSCA.
           PERFORM 3800-LOCALIZAR-TARIFA
                   THRU 3800-LOCALIZAR-TARIFA-EXIT.
           IF WRK-IDX-ACHOU = ZEROS
              AND WRK-PACOTE-ATUAL NOT = WRK-PACOTE-PADRAO
               MOVE WRK-PACOTE-PADRAO  TO WRK-PACOTE-BUSCA
               PERFORM 3800-LOCALIZAR-TARIFA
                       THRU 3800-LOCALIZAR-TARIFA-EXIT
           END-IF.
           MOVE WRK-IDX-ACHOU          TO WRK-IDX-TAR-ATUAL.
       3500-ABRIR-CANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-FECHAR-CANAL - LINHA DO CEDENTE X CANAL NO FATURAMENTO,*
      *    SOMA NO CEDENTE E NOS BALDES CONTABEIS DA AGENCIA.          *
      *----------------------------------------------------------------*
       3600-FECHAR-CANAL.
           SET WRK-CANAL-ABERTO-NAO    TO TRUE.
      *
           COMPUTE WRK-VLR-LIQUIDO = TCN-VLR-TARIFAS
                                   - TCN-VLR-DEVOLVIDO.
           MOVE SPACES                 TO WRK-LINHA-RELTAR.
           MOVE WRK-AGENC-ATUAL        TO WLR-AGENC.
           MOVE WRK-CONTA-ATUAL        TO WLR-CONTA.
           MOVE WRK-PACOTE-ATUAL       TO WLR-PACOTE.
           MOVE WRK-CANAL-TAR-ATUAL    TO WLR-CANAL.
           MOVE TCN-QTD-TARIFADAS      TO WLR-QTD-TARIFADAS.
           MOVE TCN-VLR-TARIFAS        TO WLR-VLR-TARIFAS.
           MOVE TCN-QTD-DEVOLVIDAS     TO WLR-QTD-DEVOLVIDAS.
           MOVE TCN-VLR-DEVOLVIDO      TO WLR-VLR-DEVOLVIDO.
           MOVE WRK-VLR-LIQUIDO        TO WLR-VLR-LIQUIDO.
           MOVE TCN-QTD-SEM-TARIFA     TO WLR-QTD-SEM-TARIFA.
           EVALUATE TRUE
               WHEN WRK-IDX-TAR-ATUAL = ZEROS
                   MOVE 'SEM TARIFA NA TABELA'
                                       TO WLR-OBSERVACAO
               WHEN TTB-COD-PACOTE (WRK-IDX-TAR-ATUAL) NOT =
                    WRK-PACOTE-ATUAL
                   MOVE 'TARIFA PACOTE PADRAO'
                                       TO WLR-OBSERVACAO
           END-EVALUATE.
           PERFORM 3700-GRAVAR-RELTAR THRU 3700-GRAVAR-RELTAR-EXIT.
      *
           ADD TCN-QTD-TARIFADAS       TO TCD-QTD-TARIFADAS.
           ADD TCN-VLR-TARIFAS         TO TCD-VLR-TARIFAS.
           ADD TCN-QTD-DEVOLVIDAS      TO TCD-QTD-DEVOLVIDAS.
           ADD TCN-VLR-DEVOLVIDO       TO TCD-VLR-DEVOLVIDO.
           ADD TCN-QTD-SEM-TARIFA      TO TCD-QTD-SEM-TARIFA.
      *
      *    BALDE CONTABIL: CANAL 34/35/36 DA SAIDA DE ORIGEM (1 A 3
      *    TARIFA COBRADA, 4 A 6 TARIFA DEVOLVIDA).
           MOVE WRK-CANAL-ATUAL        TO WRK-CANAL-NUM.
           COMPUTE WRK-SUB-CANAL = WRK-CANAL-NUM - 33.
           COMPUTE WRK-SUB-AGEN  = WRK-AGENC-ATUAL + 1.
           IF TCN-QTD-TARIFADAS > ZEROS
               ADD TCN-QTD-TARIFADAS   TO
                   CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CANAL)
               ADD TCN-VLR-TARIFAS     TO
                   CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CANAL)
           END-IF.
           IF TCN-QTD-DEVOLVIDAS > ZEROS
               COMPUTE WRK-SUB-CTB = WRK-SUB-CANAL + 3
               ADD TCN-QTD-DEVOLVIDAS  TO
                   CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CTB)
               ADD TCN-VLR-DEVOLVIDO   TO
                   CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CTB)
           END-IF.
       3600-FECHAR-CANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3700-GRAVAR-RELTAR                                          *
      *----------------------------------------------------------------*
       3700-GRAVAR-RELTAR.
           WRITE REG-RELTAR FROM WRK-LINHA-RELTAR.
           IF WRK-FS-RELTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-RELTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       3700-GRAVAR-RELTAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-LOCALIZAR-TARIFA - PROCURA WRK-PACOTE-BUSCA X          *
      *    WRK-CANAL-BUSCA NA TABELA (WRK-IDX-ACHOU ZERO = AUSENTE).   *
      *----------------------------------------------------------------*
       3800-LOCALIZAR-TARIFA.
           MOVE ZEROS                  TO WRK-IDX-ACHOU.
           IF WRK-QTD-TAB-TAR > ZEROS
               PERFORM 3810-COMPARAR-TARIFA
                       THRU 3810-COMPARAR-TARIFA-EXIT
                       VARYING WRK-IDX-TAR FROM 1 BY 1
                       UNTIL WRK-IDX-TAR > WRK-QTD-TAB-TAR
                       OR WRK-IDX-ACHOU > ZEROS
           END-IF.
       3800-LOCALIZAR-TARIFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3810-COMPARAR-TARIFA                                        *
      *----------------------------------------------------------------*
       3810-COMPARAR-TARIFA.
           IF TTB-COD-PACOTE (WRK-IDX-TAR) = WRK-PACOTE-BUSCA
              AND TTB-COD-CANAL (WRK-IDX-TAR) = WRK-CANAL-BUSCA
               MOVE WRK-IDX-TAR        TO WRK-IDX-ACHOU
           END-IF.
       3810-COMPARAR-TARIFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-FINALIZAR - TRAILER DO DEBTAR, INTERFACE CONTABIL E    *
      *    TOTAIS DO FATURAMENTO.                                      *
      *----------------------------------------------------------------*
       4000-FINALIZAR.
           MOVE SPACES                 TO WRK-DTR-TRAILER.
           MOVE WRK-TIPO-REG-TRAILER   TO DTT-TIPO-REGISTRO.
           MOVE ACU-CEDENTES-FATURADOS TO DTT-QTD-DETALHES.
           MOVE VAL-DEBITOS            TO DTT-VLR-DEBITOS.
           MOVE VAL-CREDITOS           TO DTT-VLR-CREDITOS.
           WRITE REG-DEBTAR FROM WRK-DTR-TRAILER.
           IF WRK-FS-DEBTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-DEBTAR         TO WRK-ARQUIVO
               MOVE WRK-FS-DEBTAR      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 4100-GERAR-ARQCTTAR
                   THRU 4100-GERAR-ARQCTTAR-EXIT.
      *
           PERFORM 4500-GRAVAR-TOTAIS-RELTAR
                   THRU 4500-GRAVAR-TOTAIS-RELTAR-EXIT.
      *
           CLOSE DEBTAR ARQCTTAR RELTAR.
       4000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-GERAR-ARQCTTAR - INTERFACE CONTABIL DAS TARIFAS NO     *
      *    LAYOUT DO ARQCONT: HEADER (SEM FAIXA DE SEQUENCIAS), UM     *
      *    DETALHE POR AGENCIA X TIPO COM MOVIMENTO E TRAILER.         *
      *----------------------------------------------------------------*
       4100-GERAR-ARQCTTAR.
           MOVE SPACES                 TO WRK-CTB-HEADER.
           MOVE WRK-TIPO-REG-HEADER    TO CTH-TIPO-REGISTRO.
           MOVE WRK-DATA-CICLO         TO CTH-DATA-PROCESSAMENTO.
           MOVE ZEROS                  TO CTH-NUM-SEQUENCIA
                                          CTH-SEQ-FINAL
                                          CTH-QTD-ARQUIVOS.
           WRITE REG-ARQCTTAR FROM WRK-CTB-HEADER.
           IF WRK-FS-ARQCTTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-ARQCTTAR       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCTTAR    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 4120-GRAVAR-CONT-AGENCIA
                   THRU 4120-GRAVAR-CONT-AGENCIA-EXIT
                   VARYING WRK-SUB-AGEN FROM 1 BY 1
                   UNTIL WRK-SUB-AGEN > 10000.
      *
           MOVE SPACES                 TO WRK-CTB-TRAILER.
           MOVE WRK-TIPO-REG-TRAILER   TO CTT-TIPO-REGISTRO.
           MOVE WRK-CTB-QTD-DET        TO CTT-QTD-DETALHES.
           MOVE WRK-CTB-TOT-QTD        TO CTT-QTD-LANCTOS.
           MOVE WRK-CTB-TOT-CRED       TO CTT-VLR-CREDITO.
           MOVE WRK-CTB-TOT-DEB        TO CTT-VLR-DEBITO.
           WRITE REG-ARQCTTAR FROM WRK-CTB-TRAILER.
           IF WRK-FS-ARQCTTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-ARQCTTAR       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCTTAR    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4100-GERAR-ARQCTTAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4120-GRAVAR-CONT-AGENCIA                                    *
      *----------------------------------------------------------------*
       4120-GRAVAR-CONT-AGENCIA.
           PERFORM 4140-GRAVAR-CONT-TIPO
                   THRU 4140-GRAVAR-CONT-TIPO-EXIT
                   VARYING WRK-SUB-CTB FROM 1 BY 1
                   UNTIL WRK-SUB-CTB > 6.
       4120-GRAVAR-CONT-AGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4140-GRAVAR-CONT-TIPO - UM DETALHE POR BALDE COM MOVIMENTO. *
      *    O CANAL SAI DO DIGITO FINAL DO TIPO; '6X' E CREDITO         *
      *    (RECEITA DE TARIFA) E '7X' DEBITO (DEVOLUCAO).              *
      *----------------------------------------------------------------*
       4140-GRAVAR-CONT-TIPO.
           IF CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CTB) = ZEROS
               GO TO 4140-GRAVAR-CONT-TIPO-EXIT
           END-IF.
           MOVE SPACES                 TO WRK-CTB-DETALHE.
           MOVE WRK-TIPO-REG-DETALHE   TO CTD-TIPO-REGISTRO.
           COMPUTE CTD-AGENC = WRK-SUB-AGEN - 1.
           MOVE WRK-TIPO-CTB (WRK-SUB-CTB)
                                       TO CTD-TIPO-BAIXA.
           MOVE '3'                    TO CTD-COD-CANAL (1:1).
           MOVE CTD-TIPO-BAIXA (2:1)   TO CTD-COD-CANAL (2:1).
           IF CTD-TIPO-BAIXA (1:1) = '7'
               MOVE 'D'                TO CTD-IND-DEB-CRED
               ADD CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CTB)
                                       TO WRK-CTB-TOT-DEB
           ELSE
               MOVE 'C'                TO CTD-IND-DEB-CRED
               ADD CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CTB)
                                       TO WRK-CTB-TOT-CRED
           END-IF.
           MOVE CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CTB)
                                       TO CTD-QTD-LANCTOS.
           MOVE CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CTB)
                                       TO CTD-VLR-LANCTOS.
           ADD 1                       TO WRK-CTB-QTD-DET.
           ADD CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CTB)
                                       TO WRK-CTB-TOT-QTD.
           WRITE REG-ARQCTTAR FROM WRK-CTB-DETALHE.
           IF WRK-FS-ARQCTTAR NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-ARQCTTAR       TO WRK-ARQUIVO
               MOVE WRK-FS-ARQCTTAR    TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
       4140-GRAVAR-CONT-TIPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-GRAVAR-TOTAIS-RELTAR - OS VALORES FECHAM ENTRE SI:     *
      *    TARIFAS COBRADAS - DEVOLVIDAS = DEBITOS - CREDITOS DO       *
      *    DEBTAR = CREDITO - DEBITO DO ARQCTTAR.                      *
      *----------------------------------------------------------------*
       4500-GRAVAR-TOTAIS-RELTAR.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-TAR.
           MOVE '***  CBPA2TAR - TOTAIS DO FATURAMENTO  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'REGISTROS LIDOS DE BAIXA34'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXA34         TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'REGISTROS LIDOS DE BAIXA35'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXA35         TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'REGISTROS LIDOS DE BAIXA36'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-BAIXA36         TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'TARIFAS LIDAS DA TABTARIF'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-TABTARIF        TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'TARIFAS FORA DE VIGENCIA OU SUBSTITUIDAS'
                                          TO WLT-DESCRICAO.
           MOVE ACU-FORA-VIGENCIA         TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'PACOTES LIDOS DO CEDPACOT'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-CEDPACOT        TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'CEDENTES FATURADOS PELO PACOTE PADRAO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-CEDENTES-PADRAO       TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'LIQUIDACOES TARIFADAS'   TO WLT-DESCRICAO.
           MOVE ACU-BAIXAS-TARIFADAS      TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'ESTORNOS COM TARIFA DEVOLVIDA'
                                          TO WLT-DESCRICAO.
           MOVE ACU-ESTORNOS-DEVOLVIDOS   TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'BAIXAS SEM TARIFA NA TABELA (NAO COBRADAS)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-BAIXAS-SEM-TARIFA     TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'CEDENTES GRAVADOS NO DEBTAR'
                                          TO WLT-DESCRICAO.
           MOVE ACU-CEDENTES-FATURADOS    TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE 'LANCAMENTOS GRAVADOS NO ARQCTTAR'
                                          TO WLT-DESCRICAO.
           MOVE WRK-CTB-TOT-QTD           TO WLT-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
      *
           MOVE SPACES                    TO WRK-LINHA-VALOR-TAR.
           MOVE 'VALOR DAS TARIFAS COBRADAS'
                                          TO WLV-DESCRICAO.
           MOVE VAL-TARIFAS               TO WLV-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-VALOR-TAR.
      *
           MOVE 'VALOR DAS TARIFAS DEVOLVIDAS'
                                          TO WLV-DESCRICAO.
           MOVE VAL-DEVOLVIDO             TO WLV-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-VALOR-TAR.
      *
           MOVE 'DEBITOS LIQUIDOS AOS CEDENTES (DEBTAR)'
                                          TO WLV-DESCRICAO.
           MOVE VAL-DEBITOS               TO WLV-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-VALOR-TAR.
      *
           MOVE 'CREDITOS LIQUIDOS AOS CEDENTES (DEBTAR)'
                                          TO WLV-DESCRICAO.
           MOVE VAL-CREDITOS              TO WLV-VALOR.
           WRITE REG-RELTAR FROM WRK-LINHA-VALOR-TAR.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-TAR.
           MOVE 'SITUACAO DO BATIMENTO DEBTAR X ARQCTTAR'
                                          TO WLT-DESCRICAO.
           IF VAL-TARIFAS = WRK-CTB-TOT-CRED
              AND VAL-DEVOLVIDO = WRK-CTB-TOT-DEB
              AND VAL-DEBITOS - VAL-CREDITOS =
                  VAL-TARIFAS - VAL-DEVOLVIDO
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               DISPLAY 'BATIMENTO DEBTAR X ARQCTTAR DIVERGENTE'
               MOVE WRK-RC-DIVERGENCIA    TO RETURN-CODE
           END-IF.
           WRITE REG-RELTAR FROM WRK-LINHA-TOTAL-TAR.
       4500-GRAVAR-TOTAIS-RELTAR-EXIT.
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
       END PROGRAM CBPA2TAR.

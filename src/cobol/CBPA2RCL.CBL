      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2RCL                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: RECUPERACAO DO EXPURGO PARA CONSULTA DA        *
      *                AUDITORIA: LE AS GERACOES DO ARQUIVO DE        *
      *                EXPURGO (EXPARQ, UMA OU MAIS CONCATENADAS) E   *
      *                CARREGA AS LINHAS COM DATA_PROCESSAMENTO NO    *
      *                PERIODO INFORMADO NO PARM NAS TABELAS DE       *
      *                CONSULTA CBPA.TCOBR_DISP_HIST_CONS E           *
      *                CBPA.TCOBR_MOVTO_CONS (MESMAS COLUNAS DA       *
      *                ORIGEM MAIS A DATA DO CICLO DO EXPURGO). AS    *
      *                LINHAS DO PERIODO JA EXISTENTES NAS TABELAS DE *
      *                CONSULTA SAO SUBSTITUIDAS, DE MODO QUE O JOB   *
      *                PODE SER REEXECUTADO INTEIRO APOS UM ABEND (A  *
      *                CARGA E UMA UNICA UNIDADE DE TRABALHO). CADA   *
      *                GERACAO E CONFERIDA CONTRA O SEU TRAILER; O    *
      *                RELATORIO (RELRCL) TRAZ AS GERACOES LIDAS E    *
      *                OS TOTAIS CARREGADOS POR TABELA. GERACAO SEM   *
      *                TRAILER OU COM TRAILER DIVERGENTE ENCERRA O    *
      *                JOB COM RETURN-CODE 4.                         *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2RCL.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    RECUPERACAO DE UM PERIODO DO ARQUIVO DE  *
      *                       EXPURGO PARA AS TABELAS DE CONSULTA      *
      *                       TCOBR_DISP_HIST_CONS E TCOBR_MOVTO_CONS, *
      *                       COM CONFERENCIA DO TRAILER DE CADA       *
      *                       GERACAO (WCS-36)                         *
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
           SELECT EXPARQ      ASSIGN TO EXPARQ
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-EXPARQ.
      *
           SELECT RELRCL      ASSIGN TO RELRCL
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELRCL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  EXPARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXPARQ                 PIC  X(120).
      *
       FD  RELRCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRCL                 PIC  X(132).
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
           '* LAYOUT DO ARQUIVO DE EXPURGO *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW067.
           COPY 'CBPAW067'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DO PERIODO E DA GERACAO CORRENTE *'.
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-INICIAL            PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-FINAL              PIC  9(008)         VALUE ZEROS.
      *
      *    GERACAO EM LEITURA: ABERTA NO HEADER E FECHADA NO TRAILER.
       77  WRK-SIT-GERACAO             PIC  X(001)         VALUE 'N'.
           88  WRK-GERACAO-ABERTA                          VALUE 'S'.
           88  WRK-GERACAO-FECHADA                         VALUE 'N'.
       77  WRK-DATA-CICLO-GER          PIC  9(008)         VALUE ZEROS.
       77  WRK-CORTE-HIST-GER          PIC  9(008)         VALUE ZEROS.
       77  WRK-CORTE-MOVTO-GER         PIC  9(008)         VALUE ZEROS.
       77  WRK-QTD-HIST-GER            PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-VLR-HIST-GER            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-QTD-MOVTO-GER           PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-VLR-MOVTO-GER           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       77  WRK-TRL-QTD-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-TRL-QTD-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-SIT-TRAILER             PIC  X(010)         VALUE SPACES.
           88  WRK-SIT-TRAILER-BATE                   VALUE 'OK'.
           88  WRK-SIT-TRAILER-NAO-BATE               VALUE 'NAO BATE'.
           88  WRK-SIT-TRAILER-AUSENTE                VALUE 'AUSENTE'.
      *
       77  WRK-QTD-EXCLUIDA            PIC S9(009) COMP    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA ACUMULADORES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-ACUMULADORES.
           05  ACU-LIDOS-EXPARQ        PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GERACOES            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GER-DIVERGENTES     PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DET-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DET-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-PER-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-PER-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-INC-HIST            PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-INC-MOVTO           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SUBST-HIST          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SUBST-MOVTO         PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-DIVERGENCIAS        PIC  9(009) COMP-3  VALUE ZEROS.
      *
       01  WRK-VALORES.
           05  VAL-PER-HIST            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-PER-MOVTO           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-INC-HIST            PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
           05  VAL-INC-MOVTO           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DA RECUPERACAO (RELRCL) *'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-RELRCL.
           05  FILLER                  PIC  X(010)         VALUE
               'CICLO     '.
           05  FILLER                  PIC  X(010)         VALUE
               'CORTE HIS '.
           05  FILLER                  PIC  X(010)         VALUE
               'CORTE MOV '.
           05  FILLER                  PIC  X(013)         VALUE
               '    DISP_HIST'.
           05  FILLER                  PIC  X(013)         VALUE
               '        MOVTO'.
           05  FILLER                  PIC  X(013)         VALUE
               ' TRL DISP_HI'.
           05  FILLER                  PIC  X(013)         VALUE
               '    TRL MOVTO'.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               'TRAILER'.
           05  FILLER                  PIC  X(038)         VALUE SPACES.
      *
       01  WRK-LINHA-GERACAO.
           05  WLG-DATA-CICLO          PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-CORTE-HIST          PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-CORTE-MOVTO         PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-QTD-HIST            PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-QTD-MOVTO           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-TRL-HIST            PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-TRL-MOVTO           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WLG-SITUACAO            PIC  X(010).
           05  FILLER                  PIC  X(038)         VALUE SPACES.
      *
       01  WRK-LINHA-TOTAL-RCL.
           05  WLT-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLT-VALOR               PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  WRK-LINHA-QTD-VLR-RCL.
           05  WLQ-DESCRICAO           PIC  X(045).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WLQ-QTD                 PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WLQ-VALOR               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
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
       77  WRK-EXPARQ                  PIC  X(008)         VALUE
           'EXPARQ'.
       77  WRK-RELRCL                  PIC  X(008)         VALUE
           'RELRCL'.
      *
       77  WRK-FIM-EXPARQ              PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-EXPARQ-SIM                          VALUE 'S'.
           88  WRK-FIM-EXPARQ-NAO                          VALUE 'N'.
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
       77  WRK-FS-EXPARQ               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELRCL               PIC  X(002)         VALUE SPACES.
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
               10  WRK-PARM-DATA-INICIAL    PIC 9(008).
               10  WRK-PARM-DATA-FINAL      PIC 9(008).
      *
       PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           PERFORM 2000-PROCESSAR-EXPARQ
                   THRU 2000-PROCESSAR-EXPARQ-EXIT
                   UNTIL WRK-FIM-EXPARQ-SIM.
      *
           PERFORM 3000-FINALIZAR
                   THRU 3000-FINALIZAR-EXIT.
      *
           IF ACU-GER-DIVERGENTES > ZEROS
              OR ACU-DIVERGENCIAS > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - PERIODO DO PARM (OBRIGATORIO), LIMPEZA   *
      *    DO PERIODO NAS TABELAS DE CONSULTA E ABERTURA DOS ARQUIVOS. *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           IF WRK-PARM-TAM > ZEROS
               MOVE WRK-PARM-DATA-INICIAL TO WRK-DATA-INICIAL
               MOVE WRK-PARM-DATA-FINAL   TO WRK-DATA-FINAL
           END-IF.
           IF WRK-DATA-INICIAL = ZEROS
              OR WRK-DATA-FINAL = ZEROS
              OR WRK-DATA-INICIAL > WRK-DATA-FINAL
               DISPLAY 'PERIODO INVALIDO NO PARM - INICIAL '
                       WRK-DATA-INICIAL ' FINAL ' WRK-DATA-FINAL
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           PERFORM 1100-LIMPAR-PERIODO
                   THRU 1100-LIMPAR-PERIODO-EXIT.
      *
           OPEN INPUT  EXPARQ.
           IF WRK-FS-EXPARQ NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-EXPARQ         TO WRK-ARQUIVO
               MOVE WRK-FS-EXPARQ      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           OPEN OUTPUT RELRCL.
           IF WRK-FS-RELRCL NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RELRCL         TO WRK-ARQUIVO
               MOVE WRK-FS-RELRCL      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-TOTAL-RCL.
           MOVE '***  CBPA2RCL - RECUPERACAO DO EXPURGO  ***'
                                       TO WLT-DESCRICAO.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
           MOVE 'PERIODO RECUPERADO'   TO WLT-DESCRICAO.
           MOVE WRK-DATA-INICIAL       TO WLT-DESCRICAO (24:8).
           MOVE 'A'                    TO WLT-DESCRICAO (33:1).
           MOVE WRK-DATA-FINAL         TO WLT-DESCRICAO (35:8).
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
           WRITE REG-RELRCL FROM WRK-CAB-RELRCL.
      *
           PERFORM 2100-LER-EXPARQ THRU 2100-LER-EXPARQ-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-LIMPAR-PERIODO - REMOVE DAS TABELAS DE CONSULTA O QUE  *
      *    UMA RECUPERACAO ANTERIOR JA CARREGOU NO PERIODO, PARA QUE A *
      *    NOVA CARGA NAO DUPLIQUE LINHAS.                             *
      *----------------------------------------------------------------*
       1100-LIMPAR-PERIODO.
           EXEC SQL
               DELETE FROM CBPA.TCOBR_DISP_HIST_CONS
                WHERE DATA_PROCESSAMENTO BETWEEN :WRK-DATA-INICIAL
                                             AND :WRK-DATA-FINAL
           END-EXEC.
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           MOVE ZEROS                  TO WRK-QTD-EXCLUIDA.
           IF SQLCODE = 0
               MOVE SQLERRD (3)        TO WRK-QTD-EXCLUIDA
           END-IF.
           MOVE WRK-QTD-EXCLUIDA       TO ACU-SUBST-HIST.
      *
           EXEC SQL
               DELETE FROM CBPA.TCOBR_MOVTO_CONS
                WHERE DATA_PROCESSAMENTO BETWEEN :WRK-DATA-INICIAL
                                             AND :WRK-DATA-FINAL
           END-EXEC.
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           MOVE ZEROS                  TO WRK-QTD-EXCLUIDA.
           IF SQLCODE = 0
               MOVE SQLERRD (3)        TO WRK-QTD-EXCLUIDA
           END-IF.
           MOVE WRK-QTD-EXCLUIDA       TO ACU-SUBST-MOVTO.
       1100-LIMPAR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-EXPARQ - DESPACHA O REGISTRO PELO TIPO E LE  *
      *    O PROXIMO. DETALHE FORA DE UMA GERACAO (SEM HEADER) E ERRO. *
      *----------------------------------------------------------------*
       2000-PROCESSAR-EXPARQ.
           EVALUATE TRUE
               WHEN EXA-HEADER
                   PERFORM 2200-INICIAR-GERACAO
                           THRU 2200-INICIAR-GERACAO-EXIT
               WHEN EXA-TRAILER
                   PERFORM 2300-ENCERRAR-GERACAO
                           THRU 2300-ENCERRAR-GERACAO-EXIT
               WHEN EXA-DISP-HIST
                   PERFORM 2400-TRATAR-DISP-HIST
                           THRU 2400-TRATAR-DISP-HIST-EXIT
               WHEN EXA-MOVTO
                   PERFORM 2500-TRATAR-MOVTO
                           THRU 2500-TRATAR-MOVTO-EXIT
               WHEN OTHER
                   DISPLAY 'REGISTRO INVALIDO NO EXPARQ - TIPO '
                           EXA-TIPO-REG ' REGISTRO ' ACU-LIDOS-EXPARQ
                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-EVALUATE.
      *
           PERFORM 2100-LER-EXPARQ THRU 2100-LER-EXPARQ-EXIT.
       2000-PROCESSAR-EXPARQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LER-EXPARQ                                             *
      *----------------------------------------------------------------*
       2100-LER-EXPARQ.
           READ EXPARQ INTO WRK-AREA-CBPAW067.
           IF WRK-FS-EXPARQ = '10'
               SET WRK-FIM-EXPARQ-SIM  TO TRUE
           ELSE
               IF WRK-FS-EXPARQ NOT = '00'
                   MOVE WRK-LEITURA     TO WRK-OPERACAO
                   MOVE WRK-EXPARQ      TO WRK-ARQUIVO
                   MOVE WRK-FS-EXPARQ   TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               ELSE
                   ADD 1                TO ACU-LIDOS-EXPARQ
               END-IF
           END-IF.
       2100-LER-EXPARQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-INICIAR-GERACAO - HEADER: UMA GERACAO AINDA ABERTA     *
      *    TERMINOU SEM TRAILER.                                       *
      *----------------------------------------------------------------*
       2200-INICIAR-GERACAO.
           IF WRK-GERACAO-ABERTA
               SET WRK-SIT-TRAILER-AUSENTE TO TRUE
               MOVE ZEROS              TO WRK-TRL-QTD-HIST
                                          WRK-TRL-QTD-MOVTO
               PERFORM 2350-GRAVAR-LINHA-GERACAO
                       THRU 2350-GRAVAR-LINHA-GERACAO-EXIT
           END-IF.
      *
           SET WRK-GERACAO-ABERTA      TO TRUE.
           ADD 1                       TO ACU-GERACOES.
           MOVE EXA-HDR-DATA-CICLO     TO WRK-DATA-CICLO-GER.
           MOVE EXA-HDR-CORTE-HIST     TO WRK-CORTE-HIST-GER.
           MOVE EXA-HDR-CORTE-MOVTO    TO WRK-CORTE-MOVTO-GER.
           MOVE ZEROS                  TO WRK-QTD-HIST-GER
                                          WRK-VLR-HIST-GER
                                          WRK-QTD-MOVTO-GER
                                          WRK-VLR-MOVTO-GER.
       2200-INICIAR-GERACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ENCERRAR-GERACAO - TRAILER: CONFERE QUANTIDADE E VALOR *
      *    DE CADA TABELA NA GERACAO.                                  *
      *----------------------------------------------------------------*
       2300-ENCERRAR-GERACAO.
           IF WRK-GERACAO-FECHADA
               DISPLAY 'TRAILER SEM HEADER NO EXPARQ - REGISTRO '
                       ACU-LIDOS-EXPARQ
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
      *
           IF EXA-TRL-QTD-HIST  = WRK-QTD-HIST-GER
              AND EXA-TRL-VLR-HIST  = WRK-VLR-HIST-GER
              AND EXA-TRL-QTD-MOVTO = WRK-QTD-MOVTO-GER
              AND EXA-TRL-VLR-MOVTO = WRK-VLR-MOVTO-GER
               SET WRK-SIT-TRAILER-BATE     TO TRUE
           ELSE
               SET WRK-SIT-TRAILER-NAO-BATE TO TRUE
           END-IF.
           MOVE EXA-TRL-QTD-HIST       TO WRK-TRL-QTD-HIST.
           MOVE EXA-TRL-QTD-MOVTO      TO WRK-TRL-QTD-MOVTO.
           PERFORM 2350-GRAVAR-LINHA-GERACAO
                   THRU 2350-GRAVAR-LINHA-GERACAO-EXIT.
       2300-ENCERRAR-GERACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2350-GRAVAR-LINHA-GERACAO                                   *
      *----------------------------------------------------------------*
       2350-GRAVAR-LINHA-GERACAO.
           IF NOT WRK-SIT-TRAILER-BATE
               ADD 1                   TO ACU-GER-DIVERGENTES
           END-IF.
      *
           MOVE WRK-DATA-CICLO-GER     TO WLG-DATA-CICLO.
           MOVE WRK-CORTE-HIST-GER     TO WLG-CORTE-HIST.
           MOVE WRK-CORTE-MOVTO-GER    TO WLG-CORTE-MOVTO.
           MOVE WRK-QTD-HIST-GER       TO WLG-QTD-HIST.
           MOVE WRK-QTD-MOVTO-GER      TO WLG-QTD-MOVTO.
           MOVE WRK-TRL-QTD-HIST       TO WLG-TRL-HIST.
           MOVE WRK-TRL-QTD-MOVTO      TO WLG-TRL-MOVTO.
           MOVE WRK-SIT-TRAILER        TO WLG-SITUACAO.
           WRITE REG-RELRCL FROM WRK-LINHA-GERACAO.
           IF WRK-FS-RELRCL NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RELRCL         TO WRK-ARQUIVO
               MOVE WRK-FS-RELRCL      TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           SET WRK-GERACAO-FECHADA     TO TRUE.
       2350-GRAVAR-LINHA-GERACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-TRATAR-DISP-HIST - LINHA DE TCOBR_DISP_HIST: CONTA NA  *
      *    GERACAO E, SE DENTRO DO PERIODO, CARREGA NA CONSULTA.       *
      *----------------------------------------------------------------*
       2400-TRATAR-DISP-HIST.
           PERFORM 2450-VERIFICAR-GERACAO
                   THRU 2450-VERIFICAR-GERACAO-EXIT.
           ADD 1                       TO WRK-QTD-HIST-GER
                                          ACU-DET-HIST.
           ADD EXA-HIS-VLBAIXA         TO WRK-VLR-HIST-GER.
      *
           IF EXA-HIS-DATA-PROC < WRK-DATA-INICIAL
              OR EXA-HIS-DATA-PROC > WRK-DATA-FINAL
               GO TO 2400-TRATAR-DISP-HIST-EXIT
           END-IF.
           ADD 1                       TO ACU-PER-HIST.
           ADD EXA-HIS-VLBAIXA         TO VAL-PER-HIST.
      *
           EXEC SQL
               INSERT INTO CBPA.TCOBR_DISP_HIST_CONS
                      (ARQ_SEQUENCIA, SEQUENCIA, FONTE,
                       AGENCIA, CONTA, NOSSO_NUMERO,
                       VLBAIXA, DATA_BAIXA, DISPOSICAO,
                       COD_MOTIVO, DATA_PROCESSAMENTO,
                       DATA_EXPURGO)
               VALUES (:EXA-HIS-ARQ-SEQUENCIA,
                       :EXA-HIS-SEQUENCIA,
                       :EXA-HIS-FONTE,
                       :EXA-HIS-AGENCIA,
                       :EXA-HIS-CONTA,
                       :EXA-HIS-NOSSO-NUMERO,
                       :EXA-HIS-VLBAIXA,
                       :EXA-HIS-DATA-BAIXA,
                       :EXA-HIS-DISPOSICAO,
                       :EXA-HIS-COD-MOTIVO,
                       :EXA-HIS-DATA-PROC,
                       :WRK-DATA-CICLO-GER)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                       TO ACU-INC-HIST.
           ADD EXA-HIS-VLBAIXA         TO VAL-INC-HIST.
       2400-TRATAR-DISP-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-VERIFICAR-GERACAO - DETALHE SO E VALIDO DENTRO DE UMA  *
      *    GERACAO (ENTRE HEADER E TRAILER).                           *
      *----------------------------------------------------------------*
       2450-VERIFICAR-GERACAO.
           IF WRK-GERACAO-FECHADA
               DISPLAY 'DETALHE FORA DE GERACAO NO EXPARQ - REGISTRO '
                       ACU-LIDOS-EXPARQ
               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
           END-IF.
       2450-VERIFICAR-GERACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-TRATAR-MOVTO - LINHA DE TCOBR_MOVTO: CONTA NA GERACAO  *
      *    E, SE DENTRO DO PERIODO, CARREGA NA CONSULTA.               *
      *----------------------------------------------------------------*
       2500-TRATAR-MOVTO.
           PERFORM 2450-VERIFICAR-GERACAO
                   THRU 2450-VERIFICAR-GERACAO-EXIT.
           ADD 1                       TO WRK-QTD-MOVTO-GER
                                          ACU-DET-MOVTO.
           ADD EXA-MOV-VLBAIXA         TO WRK-VLR-MOVTO-GER.
      *
           IF EXA-MOV-DATA-PROC < WRK-DATA-INICIAL
              OR EXA-MOV-DATA-PROC > WRK-DATA-FINAL
               GO TO 2500-TRATAR-MOVTO-EXIT
           END-IF.
           ADD 1                       TO ACU-PER-MOVTO.
           ADD EXA-MOV-VLBAIXA         TO VAL-PER-MOVTO.
      *
           EXEC SQL
               INSERT INTO CBPA.TCOBR_MOVTO_CONS
                      (AGENCIA, CONTA, CNEGOC, NOSSO_NUMERO,
                       VLBAIXA, DATA_BAIXA, TIPO_BAIXA,
                       DATA_PROCESSAMENTO, DATA_EXPURGO)
               VALUES (:EXA-MOV-AGENCIA,
                       :EXA-MOV-CONTA,
                       :EXA-MOV-CNEGOC,
                       :EXA-MOV-NOSSO-NUMERO,
                       :EXA-MOV-VLBAIXA,
                       :EXA-MOV-DATA-BAIXA,
                       :EXA-MOV-TIPO-BAIXA,
                       :EXA-MOV-DATA-PROC,
                       :WRK-DATA-CICLO-GER)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE            TO WRK-SQLCODE
               PERFORM 8150-ERRO-DB2 THRU 8150-ERRO-DB2-EXIT
           END-IF.
           ADD 1                       TO ACU-INC-MOVTO.
           ADD EXA-MOV-VLBAIXA         TO VAL-INC-MOVTO.
       2500-TRATAR-MOVTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-FINALIZAR - ULTIMA GERACAO SEM TRAILER, TOTAIS E       *
      *    FECHAMENTO.                                                 *
      *----------------------------------------------------------------*
       3000-FINALIZAR.
           IF WRK-GERACAO-ABERTA
               SET WRK-SIT-TRAILER-AUSENTE TO TRUE
               MOVE ZEROS              TO WRK-TRL-QTD-HIST
                                          WRK-TRL-QTD-MOVTO
               PERFORM 2350-GRAVAR-LINHA-GERACAO
                       THRU 2350-GRAVAR-LINHA-GERACAO-EXIT
           END-IF.
      *
           PERFORM 3200-GRAVAR-TOTAIS-RELRCL
                   THRU 3200-GRAVAR-TOTAIS-RELRCL-EXIT.
      *
           CLOSE EXPARQ RELRCL.
       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-GRAVAR-TOTAIS-RELRCL                                   *
      *----------------------------------------------------------------*
       3200-GRAVAR-TOTAIS-RELRCL.
           MOVE SPACES                    TO WRK-LINHA-TOTAL-RCL.
           MOVE '***  CBPA2RCL - TOTAIS DA RECUPERACAO  ***'
                                          TO WLT-DESCRICAO.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'REGISTROS LIDOS DO EXPARQ'
                                          TO WLT-DESCRICAO.
           MOVE ACU-LIDOS-EXPARQ          TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'GERACOES LIDAS'          TO WLT-DESCRICAO.
           MOVE ACU-GERACOES              TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'GERACOES COM TRAILER DIVERGENTE OU AUSENTE'
                                          TO WLT-DESCRICAO.
           MOVE ACU-GER-DIVERGENTES       TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'LINHAS DE DISP_HIST NO ARQUIVO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-DET-HIST              TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'LINHAS DE MOVTO NO ARQUIVO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-DET-MOVTO             TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'SUBSTITUIDAS EM TCOBR_DISP_HIST_CONS'
                                          TO WLT-DESCRICAO.
           MOVE ACU-SUBST-HIST            TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE 'SUBSTITUIDAS EM TCOBR_MOVTO_CONS'
                                          TO WLT-DESCRICAO.
           MOVE ACU-SUBST-MOVTO           TO WLT-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
      *
           MOVE SPACES                    TO WRK-LINHA-QTD-VLR-RCL.
           MOVE 'DISP_HIST NO PERIODO'    TO WLQ-DESCRICAO.
           MOVE ACU-PER-HIST              TO WLQ-QTD.
           MOVE VAL-PER-HIST              TO WLQ-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-QTD-VLR-RCL.
      *
           MOVE 'CARREGADAS EM TCOBR_DISP_HIST_CONS'
                                          TO WLQ-DESCRICAO.
           MOVE ACU-INC-HIST              TO WLQ-QTD.
           MOVE VAL-INC-HIST              TO WLQ-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-QTD-VLR-RCL.
      *
           MOVE 'MOVTO NO PERIODO'        TO WLQ-DESCRICAO.
           MOVE ACU-PER-MOVTO             TO WLQ-QTD.
           MOVE VAL-PER-MOVTO             TO WLQ-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-QTD-VLR-RCL.
      *
           MOVE 'CARREGADAS EM TCOBR_MOVTO_CONS'
                                          TO WLQ-DESCRICAO.
           MOVE ACU-INC-MOVTO             TO WLQ-QTD.
           MOVE VAL-INC-MOVTO             TO WLQ-VALOR.
           WRITE REG-RELRCL FROM WRK-LINHA-QTD-VLR-RCL.
      *
           MOVE SPACES                    TO WRK-LINHA-TOTAL-RCL.
           MOVE 'BATIMENTO PERIODO X CARREGADAS'
                                          TO WLT-DESCRICAO.
           IF ACU-PER-HIST = ACU-INC-HIST
              AND VAL-PER-HIST = VAL-INC-HIST
              AND ACU-PER-MOVTO = ACU-INC-MOVTO
              AND VAL-PER-MOVTO = VAL-INC-MOVTO
               MOVE 'OK'                  TO WLT-DESCRICAO (36:10)
           ELSE
               MOVE 'DIVERGENTE'          TO WLT-DESCRICAO (36:10)
               ADD 1                      TO ACU-DIVERGENCIAS
           END-IF.
           WRITE REG-RELRCL FROM WRK-LINHA-TOTAL-RCL.
       3200-GRAVAR-TOTAIS-RELRCL-EXIT.
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
       END PROGRAM CBPA2RCL.

      *----------------------------------------------------------------*
      *    COPY  CBPAW067                                             *
      *    LAYOUT DO ARQUIVO DE EXPURGO (EXPARQ) - GERACAO DATADA     *
      *    COM AS LINHAS DE CBPA.TCOBR_DISP_HIST E CBPA.TCOBR_MOVTO   *
      *    REMOVIDAS DA BASE PELO CBPA2EXP. UM HEADER ('H') COM A     *
      *    DATA DO CICLO, AS RETENCOES E AS DATAS DE CORTE DE CADA    *
      *    TABELA; DETALHES 'D' (DISP_HIST) E 'M' (MOVTO) COM TODAS   *
      *    AS COLUNAS DA LINHA; E UM TRAILER ('T') COM QUANTIDADE E   *
      *    VALOR (VLBAIXA) POR TABELA. LIDO PELA RECUPERACAO          *
      *    (CBPA2RCL), QUE CONFERE O TRAILER DE CADA GERACAO.         *
      *----------------------------------------------------------------*
      *
           05  EXA-TIPO-REG               PIC  X(001).
               88  EXA-HEADER                     VALUE 'H'.
               88  EXA-DISP-HIST                  VALUE 'D'.
               88  EXA-MOVTO                      VALUE 'M'.
               88  EXA-TRAILER                    VALUE 'T'.
           05  EXA-DADOS                  PIC  X(119).
      *
           05  EXA-HDR                    REDEFINES EXA-DADOS.
               10  EXA-HDR-DATA-CICLO     PIC  9(008).
               10  EXA-HDR-RETENCAO-HIST  PIC  9(005).
               10  EXA-HDR-CORTE-HIST     PIC  9(008).
               10  EXA-HDR-RETENCAO-MOVTO PIC  9(005).
               10  EXA-HDR-CORTE-MOVTO    PIC  9(008).
               10  FILLER                 PIC  X(085).
      *
           05  EXA-HIS                    REDEFINES EXA-DADOS.
               10  EXA-HIS-ARQ-SEQUENCIA  PIC  9(006).
               10  EXA-HIS-SEQUENCIA      PIC  9(006).
               10  EXA-HIS-FONTE          PIC  X(001).
               10  EXA-HIS-AGENCIA        PIC  9(004).
               10  EXA-HIS-CONTA          PIC  9(007).
               10  EXA-HIS-NOSSO-NUMERO   PIC  9(012).
               10  EXA-HIS-VLBAIXA        PIC  9(013)V99.
               10  EXA-HIS-DATA-BAIXA     PIC  9(008).
               10  EXA-HIS-DISPOSICAO     PIC  X(002).
               10  EXA-HIS-COD-MOTIVO     PIC  X(002).
               10  EXA-HIS-DATA-PROC      PIC  9(008).
               10  FILLER                 PIC  X(048).
      *
           05  EXA-MOV                    REDEFINES EXA-DADOS.
               10  EXA-MOV-AGENCIA        PIC  9(004).
               10  EXA-MOV-CONTA          PIC  9(007).
               10  EXA-MOV-CNEGOC         PIC  9(018).
               10  EXA-MOV-NOSSO-NUMERO   PIC  9(012).
               10  EXA-MOV-VLBAIXA        PIC  9(013)V99.
               10  EXA-MOV-DATA-BAIXA     PIC  9(008).
               10  EXA-MOV-TIPO-BAIXA     PIC  X(002).
               10  EXA-MOV-DATA-PROC      PIC  9(008).
               10  FILLER                 PIC  X(045).
      *
           05  EXA-TRL                    REDEFINES EXA-DADOS.
               10  EXA-TRL-QTD-HIST       PIC  9(009).
               10  EXA-TRL-VLR-HIST       PIC  9(015)V99.
               10  EXA-TRL-QTD-MOVTO      PIC  9(009).
               10  EXA-TRL-VLR-MOVTO      PIC  9(015)V99.
               10  FILLER                 PIC  X(067).
      *

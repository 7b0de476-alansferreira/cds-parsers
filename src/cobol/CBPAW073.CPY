      *----------------------------------------------------------------*
      *    COPY  CBPAW073                                             *
      *    AREA DE COMUNICACAO PARA CHAMADA DO MODULO CBPA2JOB        *
      *    (HISTORICO DE EXECUCAO DOS PASSOS DA CADEIA CBPA NA        *
      *    TABELA DB2 CBPA.TCOBR_JOB_HIST, BASE DO RELATORIO DE SLA   *
      *    DA JANELA BATCH - CBPA2SLA). CADA PROGRAMA DA CADEIA CHAMA *
      *    O MODULO DUAS VEZES:                                       *
      *      'I' INICIO - NO COMECO DO PROCESSAMENTO; O MODULO        *
      *          DEVOLVE DATA E HORA DE INICIO, QUE O CHAMADOR NAO    *
      *          ALTERA ATE O FIM (FORMAM A CHAVE DA EXECUCAO JUNTO   *
      *          COM PROGRAMA E PARTICAO)                             *
      *      'F' FIM    - DEPOIS DE DEFINIDO O RETURN-CODE, COM AS    *
      *          SEQUENCIAS DE ARQUIVO DA REDE PROCESSADAS, LIDOS,    *
      *          GRAVADOS E OS INDICADORES DA EXECUCAO               *
      *    A EXECUCAO QUE ABENDA FICA NA TABELA SEM FIM REGISTRADO.   *
      *    FALHA DO MODULO NAO INTERROMPE O PASSO: O CHAMADOR SO      *
      *    AVISA NO SYSOUT.                                           *
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPA2JOB.
           05  WRK-CBPA2JOB-ENTRADA.
               10  WRK-CBPA2JOB-FUNCAO    PIC  X(001).
                   88  WRK-CBPA2JOB-INICIO        VALUE 'I'.
                   88  WRK-CBPA2JOB-FIM           VALUE 'F'.
               10  WRK-CBPA2JOB-PROGRAMA  PIC  X(008).
               10  WRK-CBPA2JOB-PARTICAO  PIC  9(002).
               10  WRK-CBPA2JOB-DATA-INICIO PIC 9(008).
               10  WRK-CBPA2JOB-HORA-INICIO PIC 9(008).
               10  WRK-CBPA2JOB-SEQ-INICIAL PIC 9(006).
               10  WRK-CBPA2JOB-SEQ-FINAL PIC  9(006).
               10  WRK-CBPA2JOB-QTD-ARQUIVOS PIC 9(003).
               10  WRK-CBPA2JOB-QTD-LIDOS PIC  9(009) COMP-3.
               10  WRK-CBPA2JOB-QTD-GRAVADOS PIC 9(009) COMP-3.
               10  WRK-CBPA2JOB-COD-RETORNO PIC S9(004) COMP.
               10  WRK-CBPA2JOB-IND-RESTART PIC X(001).
                   88  WRK-CBPA2JOB-COM-RESTART   VALUE 'S'.
                   88  WRK-CBPA2JOB-SEM-RESTART   VALUE 'N'.
               10  WRK-CBPA2JOB-IND-CORTE PIC  X(001).
                   88  WRK-CBPA2JOB-COM-CORTE     VALUE 'S'.
                   88  WRK-CBPA2JOB-SEM-CORTE     VALUE 'N'.
               10  WRK-CBPA2JOB-IND-SIMULACAO PIC X(001).
                   88  WRK-CBPA2JOB-SIMULACAO     VALUE 'S'.
                   88  WRK-CBPA2JOB-PRODUCAO      VALUE 'N'.
           05  WRK-CBPA2JOB-SAIDA.
               10  WRK-CBPA2JOB-DATA-FIM  PIC  9(008).
               10  WRK-CBPA2JOB-HORA-FIM  PIC  9(008).
               10  WRK-CBPA2JOB-SITUACAO  PIC  X(001).
                   88  WRK-CBPA2JOB-OK            VALUE '1'.
                   88  WRK-CBPA2JOB-ERRO          VALUE '3'.
               10  WRK-CBPA2JOB-SQLCODE   PIC S9(009) COMP.
      *

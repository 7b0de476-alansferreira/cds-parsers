      *----------------------------------------------------------------*
      *    COPY  CBPAW066                                             *
      *    LAYOUT DO CONTROLE DE DIVERGENCIAS PENDENTES DA            *
      *    CONCILIACAO CBPA2REC (RECPEND, MESTRE VELHO / RECPSAI,     *
      *    MESTRE NOVO) - UM REGISTRO POR CICLO CUJA CONCILIACAO      *
      *    TERMINOU DIVERGENTE. O REGISTRO SAI DO MESTRE QUANDO O     *
      *    CBPA2REC E REEXECUTADO PARA O MESMO CICLO, DEPOIS DA       *
      *    CORRECAO, E NAO APONTA MAIS DIVERGENCIA. O EXPURGO         *
      *    (CBPA2EXP) PRESERVA NA BASE OS DADOS DOS CICLOS AQUI       *
      *    RELACIONADOS.                                              *
      *----------------------------------------------------------------*
      *
           05  RPD-DATA-CICLO             PIC  9(008).
           05  RPD-QTD-SO-ARQUIVO         PIC  9(009).
           05  RPD-QTD-SO-BASE            PIC  9(009).
           05  RPD-QTD-VALOR-DIVERGENTE   PIC  9(009).
      *        DATA DA PRIMEIRA E DA ULTIMA CONCILIACAO DIVERGENTE
      *        DO CICLO (DATA CORRENTE DA EXECUCAO).
           05  RPD-DATA-APURACAO          PIC  9(008).
           05  RPD-DATA-ULT-CONFERENCIA   PIC  9(008).
           05  FILLER                     PIC  X(009).
      *

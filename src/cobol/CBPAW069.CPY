      *----------------------------------------------------------------*
      *    COPY  CBPAW069                                             *
      *    LAYOUT DO MESTRE DO CALENDARIO DE FERIADOS (VSAM KSDS      *
      *    FERMEST), MANTIDO ONLINE PELA TRANSACAO CBFR (CBPA1FER).   *
      *    O CALFERI LIDO PELO CBPA2SAB E EXTRAIDO DESTE MESTRE TODA  *
      *    NOITE PELO CBPA2LST (SO OS FERIADOS ATIVOS). O FERIADO     *
      *    ENCERRADO PERMANECE NO MESTRE COMO HISTORICO E PODE SER    *
      *    REINCLUIDO.                                                *
      *----------------------------------------------------------------*
      *
           05  FRM-DATA-FERIADO           PIC  9(008).
           05  FRM-DESCRICAO              PIC  X(040).
           05  FRM-SITUACAO               PIC  X(001).
               88  FRM-ATIVO                      VALUE 'A'.
               88  FRM-ENCERRADO                  VALUE 'E'.
           05  FRM-USUARIO-INCLUSAO       PIC  X(008).
           05  FRM-DATA-INCLUSAO          PIC  9(008).
           05  FRM-HORA-INCLUSAO          PIC  9(006).
           05  FRM-USUARIO-ULT-ALTER      PIC  X(008).
           05  FRM-DATA-ULT-ALTER         PIC  9(008).
           05  FRM-HORA-ULT-ALTER         PIC  9(006).
           05  FILLER                     PIC  X(027).
      *

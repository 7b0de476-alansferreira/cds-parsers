      *----------------------------------------------------------------*
      *    COPY  CBPAW056                                             *
      *    LAYOUT DOS REGISTROS DE CONTROLE (HEADER E TRAILER) DO     *
      *    ARQUIVO DE REMESSA DOS CEDENTES (ARQREMES). CADA REMESSA   *
      *    DE CEDENTE E UM BLOCO 'HD' ... 'TR'; VARIOS BLOCOS PODEM   *
      *    VIR CONCATENADOS NO MESMO ARQUIVO. O TRAILER TOTALIZA A    *
      *    QUANTIDADE DE DETALHES E A SOMA DE RMS-VALOR DO BLOCO.     *
      *----------------------------------------------------------------*
      *
       01  WRK-REG-REMESSA-HDR.
           05  RMH-TIPO-REGISTRO          PIC  X(002).
           05  RMH-COD-CEDENTE            PIC  9(009).
           05  RMH-DATA-GERACAO           PIC  9(008).
           05  RMH-NUM-SEQUENCIA          PIC  9(006).
           05  FILLER                     PIC  X(075).
      *
       01  WRK-REG-REMESSA-TRL.
           05  RMT-TIPO-REGISTRO          PIC  X(002).
           05  RMT-QTD-REGISTROS          PIC  9(009).
           05  RMT-VLR-TOTAL              PIC  9(013)V99.
           05  FILLER                     PIC  X(074).
      *

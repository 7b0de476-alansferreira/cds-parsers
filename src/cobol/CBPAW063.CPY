      *----------------------------------------------------------------*
      *    COPY  CBPAW063                                             *
      *    LAYOUT DO ARQUIVO DE DEBITO DE TARIFAS (DEBTAR), GERADO    *
      *    PELO CBPA2TAR PARA LANCAMENTO NA CONTA DE CADA CEDENTE     *
      *    (AGENCIA/CONTA DO CNEGOC). TIPOS DE REGISTRO: '00' HEADER, *
      *    '01' UM DETALHE POR CEDENTE COM MOVIMENTO NO DIA, '99'     *
      *    TRAILER. O DETALHE LEVA AS TARIFAS COBRADAS NAS            *
      *    LIQUIDACOES E AS DEVOLVIDAS NOS ESTORNOS; O VALOR LIQUIDO  *
      *    E LANCADO A DEBITO ('D') OU, QUANDO AS DEVOLUCOES SUPERAM  *
      *    AS COBRANCAS DO DIA, A CREDITO ('C') DO CEDENTE.           *
      *----------------------------------------------------------------*
      *
       01  WRK-DTR-HEADER.
           05  DTH-TIPO-REGISTRO          PIC  X(002).
           05  DTH-DATA-MOVIMENTO         PIC  9(008).
           05  FILLER                     PIC  X(070).
      *
       01  WRK-DTR-DETALHE.
           05  DTD-TIPO-REGISTRO          PIC  X(002).
           05  DTD-AGENC-CEDENTE          PIC  9(004).
           05  DTD-CONTA-CEDENTE          PIC  9(007).
           05  DTD-COD-PACOTE             PIC  X(004).
           05  DTD-QTD-TARIFADAS          PIC  9(007).
           05  DTD-VLR-TARIFAS            PIC  9(011)V99.
           05  DTD-QTD-DEVOLVIDAS         PIC  9(007).
           05  DTD-VLR-DEVOLVIDO          PIC  9(011)V99.
           05  DTD-IND-DEB-CRED           PIC  X(001).
               88  DTD-DEBITO                     VALUE 'D'.
               88  DTD-CREDITO                    VALUE 'C'.
           05  DTD-VLR-LIQUIDO            PIC  9(011)V99.
           05  FILLER                     PIC  X(009).
      *
       01  WRK-DTR-TRAILER.
           05  DTT-TIPO-REGISTRO          PIC  X(002).
           05  DTT-QTD-DETALHES           PIC  9(009).
           05  DTT-VLR-DEBITOS            PIC  9(015)V99.
           05  DTT-VLR-CREDITOS           PIC  9(015)V99.
           05  FILLER                     PIC  X(035).
      *

      *----------------------------------------------------------------*
      *    COPY  CBPAW061                                             *
      *    LAYOUT DA TABELA DE TARIFAS DE COBRANCA (TABTARIF),        *
      *    MANTIDA PELA AREA DE PRODUTO E LIDA PELO CBPA2TAR. UM      *
      *    REGISTRO POR PACOTE NEGOCIADO X CANAL DE LIQUIDACAO X      *
      *    INICIO DE VIGENCIA. O CANAL E O DA SAIDA DO CBPA2SAB:      *
      *    '34' (BAIXA34) E '35' (BAIXA35); NO PAGAMENTO INSTANTANEO  *
      *    (BAIXA36) VALE O PROPRIO B36-COD-CANAL (EX.: 'PIX').       *
      *    A TARIFA DE CADA LIQUIDACAO E O VALOR FIXO MAIS O          *
      *    PERCENTUAL SOBRE O VALOR RECEBIDO; DAS VIGENCIAS DE UM     *
      *    MESMO PACOTE X CANAL VALE A DE INICIO MAIS RECENTE QUE     *
      *    NAO ULTRAPASSE A DATA DO CICLO. O PACOTE 'PADR' PRECIFICA  *
      *    OS CEDENTES SEM PACOTE NEGOCIADO (CEDPACOT, CBPAW062).     *
      *----------------------------------------------------------------*
      *
           05  TTF-COD-PACOTE             PIC  X(004).
           05  TTF-COD-CANAL              PIC  X(003).
           05  TTF-DATA-INICIO-VIG        PIC  9(008).
           05  TTF-VLR-FIXO               PIC  9(005)V99.
           05  TTF-PCT-VALOR              PIC  9(003)V9(004).
           05  FILLER                     PIC  X(051).
      *

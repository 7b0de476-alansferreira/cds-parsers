      *----------------------------------------------------------------*
      *    COPY  CBPAW062                                             *
      *    LAYOUT DO CADASTRO DE PACOTES NEGOCIADOS POR CEDENTE       *
      *    (CEDPACOT), MANTIDO PELA AREA DE PRODUTO JUNTO COM A       *
      *    TABELA DE TARIFAS (CBPAW061). UM REGISTRO POR CEDENTE      *
      *    (AGENCIA/CONTA DO CNEGOC), EM ORDEM CRESCENTE DE AGENCIA   *
      *    E CONTA: O CBPA2TAR O CASA SEQUENCIALMENTE COM AS BAIXAS   *
      *    CLASSIFICADAS. CEDENTE AUSENTE USA O PACOTE 'PADR'.        *
      *----------------------------------------------------------------*
      *
           05  CPC-AGENC-CNEGOC           PIC  9(004).
           05  CPC-CONTA-CNEGOC           PIC  9(007).
           05  CPC-COD-PACOTE             PIC  X(004).
           05  FILLER                     PIC  X(025).
      *

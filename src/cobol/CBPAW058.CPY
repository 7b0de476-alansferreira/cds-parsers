      *----------------------------------------------------------------*
      *    COPY  CBPAW058                                             *
      *    LAYOUT DO ARQUIVO DE CONTROLE DE REMESSAS POR CEDENTE      *
      *    (REMCTRL, MESTRE VELHO / REMCTSAI, MESTRE NOVO): ULTIMA    *
      *    SEQUENCIA DE REMESSA ACEITA DE CADA CEDENTE, PARA QUE UMA  *
      *    REMESSA REENVIADA NAO SEJA APLICADA DUAS VEZES (UM         *
      *    ABATIMENTO REPETIDO REDUZIRIA O SALDO EM DOBRO).           *
      *----------------------------------------------------------------*
      *
           05  RCT-COD-CEDENTE            PIC  9(009).
           05  RCT-ULT-SEQUENCIA          PIC  9(006).
           05  RCT-ULT-DATA-GERACAO       PIC  9(008).
           05  RCT-DATA-PROCESSAMENTO     PIC  9(008).
           05  FILLER                     PIC  X(019).
      *

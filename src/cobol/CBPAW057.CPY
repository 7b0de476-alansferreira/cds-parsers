      *----------------------------------------------------------------*
      *    COPY  CBPAW057                                             *
      *    LAYOUT DO ARQUIVO DE REJEITOS DA REMESSA (REMREJ),         *
      *    DEVOLVIDO AO CEDENTE: IDENTIFICACAO DA REMESSA, O          *
      *    DETALHE ORIGINAL COMPLETO (CBPAW055) E O MOTIVO DA         *
      *    RECUSA.                                                    *
      *----------------------------------------------------------------*
      *
           05  RRJ-COD-CEDENTE            PIC  9(009).
           05  RRJ-NUM-SEQ-REMESSA        PIC  9(006).
           05  RRJ-AGENC-CNEGOC           PIC  9(004).
           05  RRJ-CONTA-CNEGOC           PIC  9(007).
           05  RRJ-NOSSO-NUMERO           PIC  9(012).
           05  RRJ-COD-OPERACAO           PIC  X(002).
           05  RRJ-VALOR                  PIC  9(013)V99.
           05  RRJ-MOEDA                  PIC  X(004).
           05  RRJ-DATA-VENCIMENTO        PIC  9(008).
           05  RRJ-PCT-MULTA              PIC  9(003)V9(004).
           05  RRJ-PCT-JUROS              PIC  9(003)V9(004).
           05  RRJ-DIAS-CAREN             PIC  9(003).
           05  RRJ-SEQUENCIA              PIC  9(006).
           05  RRJ-COD-MOTIVO             PIC  X(002).
           05  RRJ-DESC-MOTIVO            PIC  X(030).
           05  RRJ-DATA-PROCESSAMENTO     PIC  9(008).
           05  FILLER                     PIC  X(010).
      *

      *----------------------------------------------------------------*
      *    COPY  CBPAW065                                             *
      *    LAYOUT DO ARQUIVO DE ENCERRAMENTOS MANUAIS DE ITENS EM     *
      *    ABERTO (AGEENCER) - INFORMADO PELA SUPERVISAO PARA OS      *
      *    ITENS RESOLVIDOS FORA DO FLUXO DE BAIXA (DUPLICIDADE       *
      *    REVISADA E DESCARTADA, PENDENCIA DE REENVIO EXPIRADA E     *
      *    TRATADA COM O CEDENTE, ETC.), QUE NUNCA SERIAM LIQUIDADOS  *
      *    POR UM CICLO POSTERIOR. CHAVE IGUAL A DO AGEPEND.          *
      *----------------------------------------------------------------*
      *
           05  ENC-AGENC-CNEGOC           PIC  9(004).
           05  ENC-CONTA-CNEGOC           PIC  9(007).
           05  ENC-NOSSO-NUMERO           PIC  9(012).
           05  ENC-SEQUENCIA              PIC  9(006).
           05  ENC-DATA-ENCERRAMENTO      PIC  9(008).
           05  ENC-RESPONSAVEL            PIC  X(008).
           05  ENC-MOTIVO                 PIC  X(030).
           05  FILLER                     PIC  X(005).
      *

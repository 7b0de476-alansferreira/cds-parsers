      *----------------------------------------------------------------*
      *    COPY  CBPAW055                                             *
      *    LAYOUT DO REGISTRO DETALHE DO ARQUIVO DE REMESSA DOS       *
      *    CEDENTES (ARQREMES) - REGISTRO, ALTERACAO, ABATIMENTO E    *
      *    PEDIDO DE BAIXA DE TITULOS EM CBPA.TCOBR_SALDO. COMO NO    *
      *    ARQBAIXA, O DETALHE COMECA POR DIGITOS (AGENCIA) E NAO     *
      *    COLIDE COM OS INDICADORES 'HD'/'TR' DO CBPAW056.           *
      *----------------------------------------------------------------*
      *
           05  RMS-AGENC-CNEGOC           PIC  9(004).
           05  RMS-CONTA-CNEGOC           PIC  9(007).
           05  RMS-NOSSO-NUMERO           PIC  9(012).
      *    OPERACAO SOLICITADA PELO CEDENTE. NA ALTERACAO, VALOR E
      *    VENCIMENTO ZERADOS SIGNIFICAM 'MANTER O ATUAL' E O VALOR
      *    INFORMADO E O NOVO SALDO EM ABERTO; NO ABATIMENTO O VALOR
      *    E O ABATIMENTO CONCEDIDO; NO PEDIDO DE BAIXA O VALOR NAO
      *    E USADO (O SALDO INTEIRO E CANCELADO).
           05  RMS-COD-OPERACAO           PIC  X(002).
               88  RMS-INCLUSAO               VALUE '01'.
               88  RMS-ALTERACAO              VALUE '02'.
               88  RMS-ABATIMENTO             VALUE '03'.
               88  RMS-PEDIDO-BAIXA           VALUE '04'.
           05  RMS-VALOR                  PIC  9(013)V99.
           05  RMS-MOEDA                  PIC  X(004).
           05  RMS-DATA-VENCIMENTO        PIC  9(008).
      *    REGRA DE ENCARGOS POR ATRASO (SO NA INCLUSAO): MULTA EM %
      *    SOBRE O SALDO, JUROS EM % AO DIA E DIAS DE CARENCIA.
           05  RMS-PCT-MULTA              PIC  9(003)V9(004).
           05  RMS-PCT-JUROS              PIC  9(003)V9(004).
           05  RMS-DIAS-CAREN             PIC  9(003).
           05  RMS-SEQUENCIA              PIC  9(006).
           05  FILLER                     PIC  X(025).
      *

      *----------------------------------------------------------------*
      *    COPY  CBPAW059                                             *
      *    LAYOUT DO EXTRATO DE LIQUIDACAO FINANCEIRA DA REDE         *
      *    (EXTLIQ) - CREDITOS E DEBITOS LANCADOS PELA COMPENSACAO    *
      *    NA CONTA DE LIQUIDACAO DA COBRANCA, UM DETALHE POR         *
      *    ARQUIVO DA REDE (SEQUENCIA DO HDR-NUM-SEQUENCIA DO         *
      *    ARQBAIXA) X CANAL X SENTIDO. TIPOS DE REGISTRO: '00'       *
      *    HEADER, '01' DETALHE, '99' TRAILER. CANAL: '34' BOLETO,    *
      *    '35' CONTA CORRENTE, '36' PAGAMENTO INSTANTANEO.           *
      *    SENTIDO: 'C' CREDITO DAS LIQUIDACOES, 'D' DEBITO DOS       *
      *    ESTORNOS DEVOLVIDOS A REDE.                                *
      *----------------------------------------------------------------*
      *
       01  WRK-LIQ-HEADER.
           05  LQH-TIPO-REGISTRO          PIC  X(002).
           05  LQH-DATA-MOVIMENTO         PIC  9(008).
           05  LQH-AGENC-LIQUIDACAO       PIC  9(004).
           05  LQH-CONTA-LIQUIDACAO       PIC  9(007).
           05  FILLER                     PIC  X(059).
      *
       01  WRK-LIQ-DETALHE.
           05  LQD-TIPO-REGISTRO          PIC  X(002).
           05  LQD-DATA-CREDITO           PIC  9(008).
           05  LQD-NUM-SEQUENCIA          PIC  9(006).
           05  LQD-COD-CANAL              PIC  X(002).
           05  LQD-IND-DEB-CRED           PIC  X(001).
               88  LQD-CREDITO                    VALUE 'C'.
               88  LQD-DEBITO                     VALUE 'D'.
           05  LQD-VALOR                  PIC  9(013)V99.
           05  LQD-ID-LANCAMENTO          PIC  X(020).
           05  FILLER                     PIC  X(026).
      *
       01  WRK-LIQ-TRAILER.
           05  LQT-TIPO-REGISTRO          PIC  X(002).
           05  LQT-QTD-DETALHES           PIC  9(009).
           05  LQT-VLR-CREDITOS           PIC  9(015)V99.
           05  LQT-VLR-DEBITOS            PIC  9(015)V99.
           05  FILLER                     PIC  X(035).
      *

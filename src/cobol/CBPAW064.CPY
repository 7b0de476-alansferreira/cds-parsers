      *----------------------------------------------------------------*
      *    COPY  CBPAW064                                             *
      *    LAYOUT DO ARQUIVO DE ITENS EM ABERTO DAS FILAS DE TRABALHO *
      *    (AGEPEND, MESTRE VELHO / AGEPSAI, MESTRE NOVO) - UM ITEM   *
      *    POR BAIXA (AGENCIA + CONTA + NOSSO-NUMERO + SEQUENCIA DO   *
      *    ARQBAIXA), NA FILA EM QUE APARECEU POR ULTIMO: 'NAC'       *
      *    PENDENCIA DE REENVIO (BAIXANAC/PENDREEN), 'HLD' RETIDA POR *
      *    BLOQUEIO (BAIXAHLD), 'DUP' DUPLICIDADE EM REVISAO          *
      *    (TITDUPL) E 'REJ' REJEITADA AGUARDANDO CORRECAO            *
      *    (BAIXAREJ). A DATA DE ABERTURA E A DO PRIMEIRO CICLO EM    *
      *    QUE O ITEM APARECEU E NAO MUDA ATE O FECHAMENTO, PARA O    *
      *    ENVELHECIMENTO ENTRE DIAS, MESMO QUE O ITEM MUDE DE FILA.  *
      *----------------------------------------------------------------*
      *
           05  AGP-AGENC-CNEGOC           PIC  9(004).
           05  AGP-CONTA-CNEGOC           PIC  9(007).
           05  AGP-NOSSO-NUMERO           PIC  9(012).
           05  AGP-SEQUENCIA              PIC  9(006).
           05  AGP-FILA                   PIC  X(003).
               88  AGP-FILA-REENVIO               VALUE 'NAC'.
               88  AGP-FILA-RETIDA                VALUE 'HLD'.
               88  AGP-FILA-DUPLICIDADE           VALUE 'DUP'.
               88  AGP-FILA-REJEITADA             VALUE 'REJ'.
               88  AGP-FILA-VALIDA                VALUE 'NAC' 'HLD'
                                                        'DUP' 'REJ'.
           05  AGP-VALOR-BAIXA            PIC  9(013)V99.
           05  AGP-DATA-BAIXA             PIC  9(008).
           05  AGP-DATA-ABERTURA          PIC  9(008).
           05  AGP-DATA-ULT-OCORR         PIC  9(008).
           05  AGP-COD-MOTIVO             PIC  X(002).
           05  FILLER                     PIC  X(027).
      *

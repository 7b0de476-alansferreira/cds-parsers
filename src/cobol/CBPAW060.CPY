      *----------------------------------------------------------------*
      *    COPY  CBPAW060                                             *
      *    LAYOUT DO ARQUIVO DE PENDENCIAS DA CONCILIACAO FINANCEIRA  *
      *    (CFNPEND, MESTRE VELHO / CFNPSAI, MESTRE NOVO) - UMA       *
      *    QUEBRA EM ABERTO POR ARQUIVO DA REDE X CANAL, COM O VALOR  *
      *    ACEITO ESPERADO E O VALOR JA LANCADO NA CONTA DE           *
      *    LIQUIDACAO ATE O ULTIMO CICLO. A DATA DE ABERTURA E A DO   *
      *    CICLO EM QUE A QUEBRA APARECEU E NAO MUDA ATE O            *
      *    FECHAMENTO, PARA O ENVELHECIMENTO ENTRE DIAS. CANAL '99'   *
      *    = ESTORNOS DO ARQUIVO (DISPOSICAO '07' DO ARQRETNW X       *
      *    DEBITOS DO EXTRATO, SEM ABERTURA POR CANAL).               *
      *----------------------------------------------------------------*
      *
           05  PFN-NUM-SEQUENCIA          PIC  9(006).
           05  PFN-COD-CANAL              PIC  X(002).
           05  PFN-DATA-ABERTURA          PIC  9(008).
           05  PFN-DATA-ULT-MOVTO         PIC  9(008).
           05  PFN-VLR-ESPERADO           PIC  9(015)V99.
           05  PFN-VLR-LANCADO            PIC  9(015)V99.
           05  PFN-SITUACAO               PIC  X(001).
               88  PFN-FALTA                      VALUE 'F'.
               88  PFN-SOBRA                      VALUE 'S'.
               88  PFN-SEM-ARQUIVO                VALUE 'N'.
           05  FILLER                     PIC  X(021).
      *

      *    NA BAIXA INTEGRAL E NO ESTORNO), PARA O EXTRATO DE RETORNO
      *    AO CEDENTE (CBPA2EXC).
           05  B36-VLR-RESIDUAL          PIC  9(013)V99.
      *    JUROS/MULTA POR ATRASO RECEBIDOS JUNTO COM A BAIXA (OU
      *    ESTORNADOS, NO ESTORNO). B36-VALOR-BAIXA LEVA SO O
      *    PRINCIPAL; O VALOR PAGO PELO SACADO E A SOMA DOS DOIS.
           05  B36-VLR-ENCARGOS          PIC  9(013)V99.
           05  FILLER                     PIC  X(009).
      *

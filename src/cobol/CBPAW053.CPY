           05  EXD-COD-CANAL              PIC  X(002).
           05  EXD-IND-LIQUIDACAO         PIC  X(001).
           05  EXD-VLR-RESIDUAL           PIC  9(013)V99.
      *    PARCELA DE JUROS/MULTA POR ATRASO CONTIDA NO VALOR PAGO.
           05  EXD-VLR-ENCARGOS           PIC  9(013)V99.
           05  FILLER                     PIC  X(010).
      *
       01  WRK-EXT-TRAILER.
           05  EXR-TIPO-REGISTRO          PIC  X(002).

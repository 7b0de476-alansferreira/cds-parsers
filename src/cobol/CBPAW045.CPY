               10  WRK-CBPA2DUP-NOSSO     PIC  9(012).
               10  WRK-CBPA2DUP-SEQ       PIC  9(006).
           05  WRK-CBPA2DUP-VALOR         PIC  9(013)V99.
      *    PARCELA DE JUROS/MULTA CONTIDA NO VALOR DA BAIXA: GRAVADA
      *    NA INCLUSAO E DEVOLVIDA NA CONSULTA, PARA QUE O ESTORNO
      *    DEVOLVA O PRINCIPAL AO SALDO E ESTORNE O ENCARGO A PARTE.
           05  WRK-CBPA2DUP-VLR-ENCARGOS  PIC  9(013)V99.
           05  WRK-CBPA2DUP-DATA-MOVTO    PIC  9(008).
           05  WRK-CBPA2DUP-RETENCAO      PIC  9(003).
           05  WRK-CBPA2DUP-ARQ-SEQ       PIC  9(006).

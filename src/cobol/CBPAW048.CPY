               10  WRK-CBPA2ESL-CNEGOC    PIC  9(018).
               10  WRK-CBPA2ESL-VLSALDO   PIC  9(013)V99.
               10  WRK-CBPA2ESL-MOEDA     PIC  X(004).
      *        REGRA DE ENCARGOS POR ATRASO (VIDE CBPAW039).
               10  WRK-CBPA2ESL-DTVENC    PIC  9(008).
               10  WRK-CBPA2ESL-PCT-MULTA PIC  9(003)V9(004).
               10  WRK-CBPA2ESL-PCT-JUROS PIC  9(003)V9(004).
               10  WRK-CBPA2ESL-DIAS-CAREN PIC 9(003).
               10  WRK-CBPA2ESL-SIT-OCOR  PIC  X(001).
                   88  WRK-CBPA2ESL-OCOR-ACHOU        VALUE '1'.
                   88  WRK-CBPA2ESL-OCOR-NAO-ACHOU    VALUE '2'.

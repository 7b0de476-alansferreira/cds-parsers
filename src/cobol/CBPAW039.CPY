           05  WRK-CBPA2EST-SAIDA.
               10  WRK-CBPA2EST-VLSALDO   PIC  9(013)V99.
               10  WRK-CBPA2EST-MOEDA     PIC  X(004).
      *        REGRA DE ENCARGOS POR ATRASO DO TITULO: VENCIMENTO,
      *        MULTA (% SOBRE O SALDO, UMA UNICA VEZ), JUROS (% AO
      *        DIA SOBRE O SALDO) E DIAS DE CARENCIA APOS O
      *        VENCIMENTO SEM COBRANCA. VENCIMENTO ZERADO = TITULO
      *        SEM REGRA DE ENCARGOS.
               10  WRK-CBPA2EST-DTVENC    PIC  9(008).
               10  WRK-CBPA2EST-PCT-MULTA PIC  9(003)V9(004).
               10  WRK-CBPA2EST-PCT-JUROS PIC  9(003)V9(004).
               10  WRK-CBPA2EST-DIAS-CAREN PIC 9(003).
               10  WRK-CBPA2EST-SITUACAO  PIC  X(001).
                   88  WRK-CBPA2EST-ACHOU         VALUE '1'.
                   88  WRK-CBPA2EST-NAO-ACHOU     VALUE '2'.

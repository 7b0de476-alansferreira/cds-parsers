      *    09/08/2026  WCS    SQLCODE DIFERENTE DE 0/100 PASSA A SER   *
      *                       SINALIZADO COMO ERRO (WRK-CBPA2EST-ERRO),*
      *                       DISTINTO DE TITULO NAO ENCONTRADO        *
      *    15/10/2026  WCS    DEVOLVE TAMBEM O VENCIMENTO E A REGRA DE *
      *                       ENCARGOS POR ATRASO DO TITULO (MULTA,    *
      *                       JUROS AO DIA E CARENCIA) (WCS-32)        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       1000-CONSULTAR-SALDO.
           MOVE ZEROS                 TO WRK-CBPA2EST-VLSALDO.
           MOVE SPACES                TO WRK-CBPA2EST-MOEDA.
           MOVE ZEROS                 TO WRK-CBPA2EST-DTVENC
                                         WRK-CBPA2EST-PCT-MULTA
                                         WRK-CBPA2EST-PCT-JUROS
                                         WRK-CBPA2EST-DIAS-CAREN.
      *
           EXEC SQL
               SELECT VLSALDO, MOEDA, DATA_VENCIMENTO,
                      PCT_MULTA, PCT_JUROS_DIA, DIAS_CARENCIA
                 INTO :WRK-CBPA2EST-VLSALDO, :WRK-CBPA2EST-MOEDA,
                      :WRK-CBPA2EST-DTVENC,
                      :WRK-CBPA2EST-PCT-MULTA,
                      :WRK-CBPA2EST-PCT-JUROS,
                      :WRK-CBPA2EST-DIAS-CAREN
                 FROM CBPA.TCOBR_SALDO
                WHERE AGENCIA = :WRK-CBPA2EST-AGENCIA
                  AND CONTA   = :WRK-CBPA2EST-CONTA

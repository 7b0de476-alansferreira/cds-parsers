      *                       CHAMADO POR CBPA2SAB PARA ELIMINAR O     *
      *                       SELECT UNITARIO POR REGISTRO DO          *
      *                       ARQBAIXA (WCS-19)                        *
      *    15/10/2026  WCS    DEVOLVE TAMBEM, POR OCORRENCIA, O        *
      *                       VENCIMENTO E A REGRA DE ENCARGOS POR     *
      *                       ATRASO DO TITULO (WCS-32)                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05  WRK-FT-CNEGOC           PIC  9(018).
           05  WRK-FT-VLSALDO          PIC  9(013)V99.
           05  WRK-FT-MOEDA            PIC  X(004).
           05  WRK-FT-DTVENC           PIC  9(008).
           05  WRK-FT-PCT-MULTA        PIC  9(003)V9(004).
           05  WRK-FT-PCT-JUROS        PIC  9(003)V9(004).
           05  WRK-FT-DIAS-CAREN       PIC  9(003).
      *
      *----------------------------------------------------------------*
      *    LISTA DE CHAVES DO PREDICADO IN - O PRECOMPILADOR DB2 NAO  *
      *
           EXEC SQL
               DECLARE CSALDOL CURSOR FOR
                   SELECT CNEGOC, VLSALDO, MOEDA, DATA_VENCIMENTO,
                          PCT_MULTA, PCT_JUROS_DIA, DIAS_CARENCIA
                     FROM CBPA.TCOBR_SALDO
                    WHERE CNEGOC IN
                          (:WRK-HV-K01, :WRK-HV-K02, :WRK-HV-K03,
                   WRK-CBPA2ESL-VLSALDO (WRK-SUB-OCOR)
               MOVE SPACES             TO
                   WRK-CBPA2ESL-MOEDA (WRK-SUB-OCOR)
               MOVE ZEROS              TO
                   WRK-CBPA2ESL-DTVENC (WRK-SUB-OCOR)
                   WRK-CBPA2ESL-PCT-MULTA (WRK-SUB-OCOR)
                   WRK-CBPA2ESL-PCT-JUROS (WRK-SUB-OCOR)
                   WRK-CBPA2ESL-DIAS-CAREN (WRK-SUB-OCOR)
           END-IF.
       1100-MONTAR-CHAVE-EXIT.
           EXIT.
       2100-LER-CURSOR-LOTE.
           EXEC SQL
               FETCH CSALDOL
                INTO :WRK-FT-CNEGOC, :WRK-FT-VLSALDO, :WRK-FT-MOEDA,
                     :WRK-FT-DTVENC, :WRK-FT-PCT-MULTA,
                     :WRK-FT-PCT-JUROS, :WRK-FT-DIAS-CAREN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   WRK-CBPA2ESL-VLSALDO (WRK-SUB-OCOR)
               MOVE WRK-FT-MOEDA       TO
                   WRK-CBPA2ESL-MOEDA (WRK-SUB-OCOR)
               MOVE WRK-FT-DTVENC      TO
                   WRK-CBPA2ESL-DTVENC (WRK-SUB-OCOR)
               MOVE WRK-FT-PCT-MULTA   TO
                   WRK-CBPA2ESL-PCT-MULTA (WRK-SUB-OCOR)
               MOVE WRK-FT-PCT-JUROS   TO
                   WRK-CBPA2ESL-PCT-JUROS (WRK-SUB-OCOR)
               MOVE WRK-FT-DIAS-CAREN  TO
                   WRK-CBPA2ESL-DIAS-CAREN (WRK-SUB-OCOR)
           END-IF.
       2200-DISTRIBUIR-SALDO-EXIT.
           EXIT.

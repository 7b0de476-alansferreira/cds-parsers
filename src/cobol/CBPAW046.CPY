      *        PARA QUE A CONCILIACAO DE FIM DE DIA (CBPA2REC) FILTRE
      *        AS LINHAS DO PROPRIO CICLO.
               10  WRK-CBPA2ATU-DATA-PROC PIC  9(008).
      *        PARCELA DE JUROS/MULTA POR ATRASO CONTIDA NO VALOR
      *        RECEBIDO. O SALDO E MOVIDO SO PELO PRINCIPAL (VALOR);
      *        QUANDO MAIOR QUE ZERO, O ENCARGO GERA UMA SEGUNDA
      *        LINHA EM TCOBR_MOVTO, TIPO 'JM' NA BAIXA E 'JE' NO
      *        ESTORNO, SEM EFEITO NO SALDO.
               10  WRK-CBPA2ATU-VLR-ENCARGOS PIC 9(013)V99.
           05  WRK-CBPA2ATU-SAIDA.
               10  WRK-CBPA2ATU-SITUACAO  PIC  X(001).
                   88  WRK-CBPA2ATU-OK            VALUE '1'.

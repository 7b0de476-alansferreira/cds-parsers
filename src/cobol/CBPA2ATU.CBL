      *                       PROCESSAMENTO DO CICLO                   *
      *                       (DATA_PROCESSAMENTO), PARA O FILTRO DA   *
      *                       CONCILIACAO CBPA2REC (WCS-28 CORRIGIDO)  *
      *    15/10/2026  WCS    BAIXA/ESTORNO COM JUROS/MULTA POR        *
      *                       ATRASO: O SALDO E MOVIDO SO PELO         *
      *                       PRINCIPAL E O ENCARGO GERA UMA SEGUNDA   *
      *                       LINHA EM TCOBR_MOVTO, TIPO 'JM' (BAIXA)  *
      *                       OU 'JE' (ESTORNO), NA MESMA UNIDADE DE   *
      *                       TRABALHO (WCS-32)                        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    TIPOS DE MOVIMENTO DO ENCARGO POR ATRASO                    *
      *----------------------------------------------------------------*
       77  WRK-TIPO-MOVTO-ENCARGO      PIC  X(002)         VALUE SPACES.
       77  WRK-TIPO-ENCARGO-BAIXA      PIC  X(002)         VALUE 'JM'.
       77  WRK-TIPO-ENCARGO-ESTORNO    PIC  X(002)         VALUE 'JE'.
      *
       LINKAGE SECTION.
      *
               PERFORM 2000-REGISTRAR-MOVIMENTO
                       THRU 2000-REGISTRAR-MOVIMENTO-EXIT
           END-IF.
           IF WRK-CBPA2ATU-OK
              AND WRK-CBPA2ATU-VLR-ENCARGOS > ZEROS
               PERFORM 2100-REGISTRAR-ENCARGOS
                       THRU 2100-REGISTRAR-ENCARGOS-EXIT
           END-IF.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
           END-IF.
       2000-REGISTRAR-MOVIMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-REGISTRAR-ENCARGOS - GRAVA O MOVIMENTO DOS JUROS/      *
      *    MULTA POR ATRASO RECEBIDOS (OU ESTORNADOS) JUNTO COM A     *
      *    BAIXA. O ENCARGO NAO COMPOE O SALDO DO TITULO: SO A        *
      *    LINHA DE MOVIMENTO E GRAVADA, COM TIPO PROPRIO PARA A      *
      *    RECEITA SER APURADA SEPARADA DO PRINCIPAL.                  *
      *----------------------------------------------------------------*
       2100-REGISTRAR-ENCARGOS.
           SET WRK-CBPA2ATU-OPER-INSERT TO TRUE.
           IF WRK-CBPA2ATU-ESTORNAR
               MOVE WRK-TIPO-ENCARGO-ESTORNO
                                       TO WRK-TIPO-MOVTO-ENCARGO
           ELSE
               MOVE WRK-TIPO-ENCARGO-BAIXA
                                       TO WRK-TIPO-MOVTO-ENCARGO
           END-IF.
      *
           EXEC SQL
               INSERT INTO CBPA.TCOBR_MOVTO
                      (AGENCIA, CONTA, CNEGOC, NOSSO_NUMERO,
                       VLBAIXA, DATA_BAIXA, TIPO_BAIXA,
                       DATA_PROCESSAMENTO)
               VALUES (:WRK-CBPA2ATU-AGENCIA,
                       :WRK-CBPA2ATU-CONTA,
                       :WRK-CBPA2ATU-CNEGOC,
                       :WRK-CBPA2ATU-NOSSO,
                       :WRK-CBPA2ATU-VLR-ENCARGOS,
                       :WRK-CBPA2ATU-DATA-BAIXA,
                       :WRK-TIPO-MOVTO-ENCARGO,
                       :WRK-CBPA2ATU-DATA-PROC)
           END-EXEC.
      *
           MOVE SQLCODE                TO WRK-CBPA2ATU-SQLCODE.
           IF SQLCODE NOT = 0
               SET WRK-CBPA2ATU-ERRO   TO TRUE
           END-IF.
       2100-REGISTRAR-ENCARGOS-EXIT.
           EXIT.
      *
       END PROGRAM CBPA2ATU.

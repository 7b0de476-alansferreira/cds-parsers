      *                       PARTICAO RESTARTADA DEPOIS DISSO         *
      *                       ABENDAVA NA VALIDACAO DO HEADER ANTES    *
      *                       DO PROPRIO RESTART (WCS-31 CORRIGIDO)    *
      *    15/10/2026  WCS    REGISTRO DA EXECUCAO NO HISTORICO DA     *
      *                       CADEIA (CBPA.TCOBR_JOB_HIST) VIA         *
      *                       CBPA2JOB, NO INICIO E NO FIM, PARA O     *
      *                       RELATORIO DE SLA DA JANELA BATCH         *
      *                       (WCS-39)                                 *
      *    15/10/2026  WCS    O RETURN-CODE DO PASSO E RESTAURADO APOS *
      *                       O CALL DO CBPA2JOB NO FIM DA EXECUCAO: O *
      *                       CALL DEVOLVIA O RC DO MODULO E ZERAVA O  *
      *                       RC 2 DE CORTE / 4 DE DIVERGENCIA         *
      *                       (WCS-39 CORRIGIDO)                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05  ACU-ARQUIVOS-SAIDA      PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-ARQ-DIVERGENTES     PIC  9(009) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA COPY PARA CBPA2JOB (EXECUCAO) *'.
      *----------------------------------------------------------------*
      *
           COPY 'CBPAW073'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA PARA O RELATORIO DE CONSOLIDACAO *'.
           'RELCONS'.
       77  WRK-ARQCTRL                 PIC  X(008)         VALUE
           'ARQCTRL'.
       77  WRK-CBPA2JOB                PIC  X(008)         VALUE
           'CBPA2JOB'.
      *
       77  WRK-FIM-ARQRETNW            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-ARQRETNW-SIM                        VALUE 'S'.
      *    CLASSIFICACAO.                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO-EXEC
                   THRU 0100-REGISTRAR-INICIO-EXEC-EXIT.
      *
           OPEN OUTPUT ARQRETSA.
           IF WRK-FS-ARQRETSA NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
                   THRU 4000-GRAVAR-TOTAIS-RELCONS-EXIT.
      *
           CLOSE ARQRETSA RELCONS.
      *
           PERFORM 5000-REGISTRAR-FIM-EXEC
                   THRU 5000-REGISTRAR-FIM-EXEC-EXIT.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    0100-REGISTRAR-INICIO-EXEC - ABRE A EXECUCAO NO HISTORICO   *
      *    DA CADEIA (CBPA2JOB, FUNCAO 'I'). A DATA/HORA DE INICIO     *
      *    DEVOLVIDA FICA NA AREA ATE O FIM. FALHA NO REGISTRO NAO     *
      *    INTERROMPE A CONSOLIDACAO.                                  *
      *----------------------------------------------------------------*
       0100-REGISTRAR-INICIO-EXEC.
           INITIALIZE WRK-AREA-CBPA2JOB.
           SET WRK-CBPA2JOB-INICIO     TO TRUE.
           MOVE 'CBPA2CSB'             TO WRK-CBPA2JOB-PROGRAMA.
           SET WRK-CBPA2JOB-SEM-RESTART TO TRUE.
           SET WRK-CBPA2JOB-SEM-CORTE  TO TRUE.
           SET WRK-CBPA2JOB-PRODUCAO   TO TRUE.
      *
           CALL WRK-CBPA2JOB USING WRK-AREA-CBPA2JOB.
      *
           IF WRK-CBPA2JOB-ERRO
               DISPLAY 'AVISO: INICIO DA EXECUCAO NAO REGISTRADO '
                       'NO CBPA2JOB - SQLCODE ' WRK-CBPA2JOB-SQLCODE
           END-IF.
       0100-REGISTRAR-INICIO-EXEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-CLASSIFICAR - PROCEDIMENTO DE ENTRADA DO SORT: LE AS   *
      *    RESPOSTAS CONCATENADAS DAS PARTICOES; O HEADER DE CADA      *
      *    BLOCO POSICIONA O ARQUIVO DA REDE CORRENTE (E REGISTRA A    *
       4000-GRAVAR-TOTAIS-RELCONS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-REGISTRAR-FIM-EXEC - FECHA A EXECUCAO NO HISTORICO DA  *
      *    CADEIA (CBPA2JOB, FUNCAO 'F'): MENOR E MAIOR SEQUENCIA DE   *
      *    ARQUIVO DA REDE RESPONDIDA, REGISTROS LIDOS DO ARQRETNW,    *
      *    DETALHES GRAVADOS NO ARQRETSA E RETURN-CODE. FALHA NO       *
      *    REGISTRO SO E AVISADA.                                      *
      *----------------------------------------------------------------*
       5000-REGISTRAR-FIM-EXEC.
           SET WRK-CBPA2JOB-FIM        TO TRUE.
           MOVE ZEROS                  TO WRK-CBPA2JOB-SEQ-INICIAL
                                          WRK-CBPA2JOB-SEQ-FINAL.
           PERFORM 5050-APURAR-SEQ-ARQ
                   THRU 5050-APURAR-SEQ-ARQ-EXIT
                   VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-QTD-TAB-ARQ.
           MOVE WRK-QTD-TAB-ARQ        TO WRK-CBPA2JOB-QTD-ARQUIVOS.
           MOVE ACU-LIDOS-ARQRETNW     TO WRK-CBPA2JOB-QTD-LIDOS.
           MOVE ACU-DETALHES-SAIDA     TO WRK-CBPA2JOB-QTD-GRAVADOS.
           MOVE RETURN-CODE            TO WRK-CBPA2JOB-COD-RETORNO.
      *
           CALL WRK-CBPA2JOB USING WRK-AREA-CBPA2JOB.
      *
      *    O CALL DEVOLVE O RETURN-CODE DO MODULO: RESTAURA O DO PASSO.
           MOVE WRK-CBPA2JOB-COD-RETORNO TO RETURN-CODE.
      *
           IF WRK-CBPA2JOB-ERRO
               DISPLAY 'AVISO: FIM DA EXECUCAO NAO REGISTRADO '
                       'NO CBPA2JOB - SQLCODE ' WRK-CBPA2JOB-SQLCODE
           END-IF.
       5000-REGISTRAR-FIM-EXEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5050-APURAR-SEQ-ARQ                                         *
      *----------------------------------------------------------------*
       5050-APURAR-SEQ-ARQ.
           IF WRK-CBPA2JOB-SEQ-INICIAL = ZEROS
              OR WRK-TAB-ARQ-SEQ (WRK-IDX-ARQ)
                                       < WRK-CBPA2JOB-SEQ-INICIAL
               MOVE WRK-TAB-ARQ-SEQ (WRK-IDX-ARQ)
                                       TO WRK-CBPA2JOB-SEQ-INICIAL
           END-IF.
           IF WRK-TAB-ARQ-SEQ (WRK-IDX-ARQ) > WRK-CBPA2JOB-SEQ-FINAL
               MOVE WRK-TAB-ARQ-SEQ (WRK-IDX-ARQ)
                                       TO WRK-CBPA2JOB-SEQ-FINAL
           END-IF.
       5050-APURAR-SEQ-ARQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE I/O        *
      *----------------------------------------------------------------*
       8100-ERRO-ARQUIVO.

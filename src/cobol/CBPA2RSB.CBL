      *                       COLAPSADAS EM UMA SO PENDENCIA E CADA    *
      *                       UMA E REENVIADA E ACOMPANHADA            *
      *                       (WCS-21 CORRIGIDO)                       *
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
           05  ACU-EXPIRADAS           PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-PENDSAI    PIC  9(009) COMP-3  VALUE ZEROS.
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
           '* AREA PARA O RELATORIO DE DISPOSICAO (RELREEN) *'.
           'ARQREENV'.
       77  WRK-RELREEN                 PIC  X(008)         VALUE
           'RELREEN'.
       77  WRK-CBPA2JOB                PIC  X(008)         VALUE
           'CBPA2JOB'.
      *
       77  WRK-FIM-BAIXANAC            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXANAC-SIM                        VALUE 'S'.
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO-EXEC
                   THRU 0100-REGISTRAR-INICIO-EXEC-EXIT.
      *
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
      *
           PERFORM 3000-FINALIZAR
                   THRU 3000-FINALIZAR-EXIT.
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
      *    INTERROMPE O REENVIO.                                       *
      *----------------------------------------------------------------*
       0100-REGISTRAR-INICIO-EXEC.
           INITIALIZE WRK-AREA-CBPA2JOB.
           SET WRK-CBPA2JOB-INICIO     TO TRUE.
           MOVE 'CBPA2RSB'             TO WRK-CBPA2JOB-PROGRAMA.
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
      *    1000-INICIALIZAR - ABERTURA DOS ARQUIVOS, CARGA DA TABELA   *
      *    DE PENDENCIAS E PRIMEIRA LEITURA DO BAIXANAC. O PENDREEN    *
      *    PODE NAO EXISTIR NA PRIMEIRA EXECUCAO DO CICLO (FILE        *
       3200-GRAVAR-TOTAIS-RELREEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-REGISTRAR-FIM-EXEC - FECHA A EXECUCAO NO HISTORICO DA  *
      *    CADEIA (CBPA2JOB, FUNCAO 'F'): LIDOS DO BAIXANAC E DO       *
      *    PENDREEN, BAIXAS GRAVADAS NO ARQREENV E RETURN-CODE. FALHA  *
      *    NO REGISTRO SO E AVISADA.                                   *
      *----------------------------------------------------------------*
       5000-REGISTRAR-FIM-EXEC.
           SET WRK-CBPA2JOB-FIM        TO TRUE.
           COMPUTE WRK-CBPA2JOB-QTD-LIDOS = ACU-LIDOS-BAIXANAC
                                          + ACU-LIDOS-PENDREEN.
           MOVE ACU-REENVIADAS         TO WRK-CBPA2JOB-QTD-GRAVADOS.
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
      *    8100-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE I/O        *
      *----------------------------------------------------------------*
       8100-ERRO-ARQUIVO.

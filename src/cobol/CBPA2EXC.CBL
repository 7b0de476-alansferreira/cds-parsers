      *                       REVERTIDO INFLAVA O VALOR PAGO DO        *
      *                       EXTRATO; O DETALHE 'E' CONTINUA NO       *
      *                       EXTRATO (WCS-29 CORRIGIDO)               *
      *    15/10/2026  WCS    VALOR PAGO DO DETALHE VOLTA A SER O      *
      *                       VALOR RECEBIDO (PRINCIPAL DO CANAL MAIS  *
      *                       JUROS/MULTA POR ATRASO), COM O ENCARGO   *
      *                       INFORMADO EM CAMPO PROPRIO (WCS-32)      *
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
           05  SRT-DATA                PIC  9(008).
           05  SRT-TIPO                PIC  X(002).
           05  SRT-RESIDUAL            PIC  9(013)V99.
           05  SRT-ENCARGOS            PIC  9(013)V99.
      *
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           05  ACU-DETALHES-EXTRATO    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-EXTRATOS-GERADOS    PIC  9(009) COMP-3  VALUE ZEROS.
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
           '* AREA PARA A LISTA DE CONTROLE (RELEXT) *'.
           'EXTCED'.
       77  WRK-RELEXT                  PIC  X(008)         VALUE
           'RELEXT'.
       77  WRK-CBPA2JOB                PIC  X(008)         VALUE
           'CBPA2JOB'.
      *
       77  WRK-FIM-BAIXA34             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-BAIXA34-SIM                         VALUE 'S'.
      *    SAIDA DA CLASSIFICACAO.                                     *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO-EXEC
                   THRU 0100-REGISTRAR-INICIO-EXEC-EXIT.
      *
           ACCEPT WRK-DATA-9-8        FROM DATE YYYYMMDD.
      *
           OPEN OUTPUT EXTCED.
                   THRU 4000-GRAVAR-TOTAIS-RELEXT-EXIT.
      *
           CLOSE EXTCED RELEXT.
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
      *    INTERROMPE A GERACAO DOS EXTRATOS.                          *
      *----------------------------------------------------------------*
       0100-REGISTRAR-INICIO-EXEC.
           INITIALIZE WRK-AREA-CBPA2JOB.
           SET WRK-CBPA2JOB-INICIO     TO TRUE.
           MOVE 'CBPA2EXC'             TO WRK-CBPA2JOB-PROGRAMA.
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
      *    TRES SAIDAS DE CANAL DO DIA E LIBERA UM REGISTRO DE         *
      *    CLASSIFICACAO POR BAIXA, COM O CANAL DE ORIGEM.             *
                   MOVE B34-DATA-BAIXA  TO SRT-DATA
                   MOVE B34-TIPO-BAIXA  TO SRT-TIPO
                   MOVE B34-VLR-RESIDUAL TO SRT-RESIDUAL
                   IF B34-VLR-ENCARGOS NUMERIC
                       MOVE B34-VLR-ENCARGOS TO SRT-ENCARGOS
                   ELSE
                       MOVE ZEROS       TO SRT-ENCARGOS
                   END-IF
                   ADD SRT-ENCARGOS     TO SRT-VALOR
                   RELEASE REG-SRTBAIXA
               END-IF
           END-IF.
                   MOVE B35-DATA-BAIXA  TO SRT-DATA
                   MOVE B35-TIPO-BAIXA  TO SRT-TIPO
                   MOVE B35-VLR-RESIDUAL TO SRT-RESIDUAL
                   IF B35-VLR-ENCARGOS NUMERIC
                       MOVE B35-VLR-ENCARGOS TO SRT-ENCARGOS
                   ELSE
                       MOVE ZEROS       TO SRT-ENCARGOS
                   END-IF
                   ADD SRT-ENCARGOS     TO SRT-VALOR
                   RELEASE REG-SRTBAIXA
               END-IF
           END-IF.
                   MOVE B36-DATA-BAIXA  TO SRT-DATA
                   MOVE B36-TIPO-BAIXA  TO SRT-TIPO
                   MOVE B36-VLR-RESIDUAL TO SRT-RESIDUAL
                   IF B36-VLR-ENCARGOS NUMERIC
                       MOVE B36-VLR-ENCARGOS TO SRT-ENCARGOS
                   ELSE
                       MOVE ZEROS       TO SRT-ENCARGOS
                   END-IF
                   ADD SRT-ENCARGOS     TO SRT-VALOR
                   RELEASE REG-SRTBAIXA
               END-IF
           END-IF.
                   MOVE 'I'            TO EXD-IND-LIQUIDACAO
           END-EVALUATE.
           MOVE SRT-RESIDUAL           TO EXD-VLR-RESIDUAL.
           MOVE SRT-ENCARGOS           TO EXD-VLR-ENCARGOS.
           WRITE REG-EXTCED FROM WRK-EXT-DETALHE.
           IF WRK-FS-EXTCED NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
       4000-GRAVAR-TOTAIS-RELEXT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-REGISTRAR-FIM-EXEC - FECHA A EXECUCAO NO HISTORICO DA  *
      *    CADEIA (CBPA2JOB, FUNCAO 'F'): BAIXAS LIDAS DO BAIXA34,     *
      *    BAIXA35 E BAIXA36, DETALHES GRAVADOS NO EXTCED E            *
      *    RETURN-CODE. FALHA NO REGISTRO SO E AVISADA.                *
      *----------------------------------------------------------------*
       5000-REGISTRAR-FIM-EXEC.
           SET WRK-CBPA2JOB-FIM        TO TRUE.
           COMPUTE WRK-CBPA2JOB-QTD-LIDOS = ACU-LIDOS-BAIXA34
                                          + ACU-LIDOS-BAIXA35
                                          + ACU-LIDOS-BAIXA36.
           MOVE ACU-DETALHES-EXTRATO   TO WRK-CBPA2JOB-QTD-GRAVADOS.
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

      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA2JOB                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: REGISTRA NA BASE DB2 (CBPA.TCOBR_JOB_HIST) O   *
      *                INICIO E O FIM DE CADA EXECUCAO DOS PASSOS DA  *
      *                CADEIA CBPA (CBPA2SAB E SUAS PARTICOES,        *
      *                CBPA2CSB, CBPA2REC, CBPA2RSB, CBPA2CRB E       *
      *                CBPA2EXC), PARA O RELATORIO DE SLA DA JANELA   *
      *                BATCH (CBPA2SLA). NA FUNCAO 'I' INCLUI A       *
      *                EXECUCAO COM SITUACAO 'I' (INICIADA) E DEVOLVE *
      *                DATA E HORA DE INICIO; NA FUNCAO 'F' GRAVA     *
      *                DATA E HORA DE FIM, DURACAO EM SEGUNDOS,       *
      *                SEQUENCIAS DE ARQUIVO DA REDE, LIDOS,          *
      *                GRAVADOS, RETURN-CODE E INDICADOR DE CORTE, E  *
      *                PASSA A SITUACAO PARA 'F' (FINALIZADA). SE A   *
      *                LINHA DE INICIO NAO EXISTIR (FALHA NA FUNCAO   *
      *                'I'), A EXECUCAO E INCLUIDA COMPLETA NO FIM.   *
      *                AO CONTRARIO DOS DEMAIS MODULOS DA CADEIA,     *
      *                EMITE COMMIT APOS CADA GRAVACAO BEM SUCEDIDA:  *
      *                A LINHA DE INICIO PRECISA SOBREVIVER AO        *
      *                ROLLBACK DE UM ABEND DO PASSO (A EXECUCAO      *
      *                FICA NA TABELA COM SITUACAO 'I', SEM FIM). A   *
      *                FUNCAO 'I' E CHAMADA ANTES DE QUALQUER         *
      *                ATUALIZACAO DO PASSO E A FUNCAO 'F' DEPOIS DO  *
      *                FIM DO PROCESSAMENTO, ONDE O COMMIT EQUIVALE   *
      *                AO DO TERMINO NORMAL DO PASSO.                 *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA2JOB.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    MODULO DE HISTORICO DE EXECUCAO DOS      *
      *                       PASSOS DA CADEIA, CHAMADO NO INICIO E NO *
      *                       FIM DE CADA PROGRAMA, NO MESMO PADRAO DE *
      *                       CHAMADA DO CBPA2HIS (WCS-39)             *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-390.
       OBJECT-COMPUTER.   IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* INICIO DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* AREA DE CALCULO DA DURACAO *'.
      *----------------------------------------------------------------*
      *
       01  WRK-HORA-CALCULO            PIC  9(008)    VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-CALCULO.
           05  WRK-HORA-CALC-HH        PIC  9(002).
           05  WRK-HORA-CALC-MM        PIC  9(002).
           05  WRK-HORA-CALC-SS        PIC  9(002).
           05  WRK-HORA-CALC-CC        PIC  9(002).
      *
       77  WRK-SEGUNDOS-INICIO         PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-SEGUNDOS-FIM            PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-DURACAO-SEGUNDOS        PIC S9(009) COMP-3  VALUE ZEROS.
       77  WRK-SITUACAO-EXECUCAO       PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
       LINKAGE SECTION.
      *
           COPY 'CBPAW073'.
      *
       PROCEDURE DIVISION USING WRK-AREA-CBPA2JOB.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           IF WRK-CBPA2JOB-INICIO
               PERFORM 1000-REGISTRAR-INICIO
                       THRU 1000-REGISTRAR-INICIO-EXIT
           ELSE
               PERFORM 2000-REGISTRAR-FIM
                       THRU 2000-REGISTRAR-FIM-EXIT
           END-IF.
      *
           IF SQLCODE = 0
               PERFORM 3000-CONFIRMAR
                       THRU 3000-CONFIRMAR-EXIT
           END-IF.
      *
           MOVE SQLCODE                TO WRK-CBPA2JOB-SQLCODE.
           IF SQLCODE = 0
               SET WRK-CBPA2JOB-OK     TO TRUE
           ELSE
               SET WRK-CBPA2JOB-ERRO   TO TRUE
           END-IF.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-REGISTRAR-INICIO - TOMA DATA E HORA DE INICIO,         *
      *    DEVOLVIDAS AO CHAMADOR COMO PARTE DA CHAVE, E INCLUI A      *
      *    EXECUCAO COM SITUACAO 'I'. OS CAMPOS DE FIM VAO ZERADOS.    *
      *----------------------------------------------------------------*
       1000-REGISTRAR-INICIO.
           ACCEPT WRK-CBPA2JOB-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WRK-CBPA2JOB-HORA-INICIO FROM TIME.
      *
           MOVE ZEROS                  TO WRK-CBPA2JOB-DATA-FIM
                                          WRK-CBPA2JOB-HORA-FIM
                                          WRK-DURACAO-SEGUNDOS.
           MOVE 'I'                    TO WRK-SITUACAO-EXECUCAO.
      *
           PERFORM 2200-INCLUIR-EXECUCAO
                   THRU 2200-INCLUIR-EXECUCAO-EXIT.
       1000-REGISTRAR-INICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-REGISTRAR-FIM - TOMA DATA E HORA DE FIM, CALCULA A     *
      *    DURACAO E ATUALIZA A EXECUCAO ABERTA NA FUNCAO 'I'. SEM A   *
      *    LINHA DE INICIO (+100), INCLUI A EXECUCAO JA FINALIZADA     *
      *    (SEM DATA DE INICIO, O FIM FAZ AS VEZES DE INICIO).         *
      *----------------------------------------------------------------*
       2000-REGISTRAR-FIM.
           ACCEPT WRK-CBPA2JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WRK-CBPA2JOB-HORA-FIM FROM TIME.
      *
           PERFORM 2100-CALCULAR-DURACAO
                   THRU 2100-CALCULAR-DURACAO-EXIT.
           MOVE 'F'                    TO WRK-SITUACAO-EXECUCAO.
      *
           EXEC SQL
               UPDATE CBPA.TCOBR_JOB_HIST
                  SET DATA_FIM          = :WRK-CBPA2JOB-DATA-FIM,
                      HORA_FIM          = :WRK-CBPA2JOB-HORA-FIM,
                      DURACAO_SEGUNDOS  = :WRK-DURACAO-SEGUNDOS,
                      SEQ_ARQ_INICIAL   = :WRK-CBPA2JOB-SEQ-INICIAL,
                      SEQ_ARQ_FINAL     = :WRK-CBPA2JOB-SEQ-FINAL,
                      QTD_ARQUIVOS      = :WRK-CBPA2JOB-QTD-ARQUIVOS,
                      QTD_LIDOS         = :WRK-CBPA2JOB-QTD-LIDOS,
                      QTD_GRAVADOS      = :WRK-CBPA2JOB-QTD-GRAVADOS,
                      COD_RETORNO       = :WRK-CBPA2JOB-COD-RETORNO,
                      IND_CORTE         = :WRK-CBPA2JOB-IND-CORTE,
                      SITUACAO          = :WRK-SITUACAO-EXECUCAO
                WHERE PROGRAMA          = :WRK-CBPA2JOB-PROGRAMA
                  AND PARTICAO          = :WRK-CBPA2JOB-PARTICAO
                  AND DATA_INICIO       = :WRK-CBPA2JOB-DATA-INICIO
                  AND HORA_INICIO       = :WRK-CBPA2JOB-HORA-INICIO
           END-EXEC.
      *
           IF SQLCODE = +100
               IF WRK-CBPA2JOB-DATA-INICIO = ZEROS
                   MOVE WRK-CBPA2JOB-DATA-FIM
                                       TO WRK-CBPA2JOB-DATA-INICIO
                   MOVE WRK-CBPA2JOB-HORA-FIM
                                       TO WRK-CBPA2JOB-HORA-INICIO
               END-IF
               PERFORM 2200-INCLUIR-EXECUCAO
                       THRU 2200-INCLUIR-EXECUCAO-EXIT
           END-IF.
       2000-REGISTRAR-FIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-CALCULAR-DURACAO - SEGUNDOS DECORRIDOS ENTRE O INICIO  *
      *    E O FIM, ATRAVESSANDO A MEIA-NOITE QUANDO FOR O CASO (A     *
      *    DIFERENCA DE DIAS VEM DAS DATAS). SEM DATA DE INICIO, A     *
      *    DURACAO FICA ZERADA.                                        *
      *----------------------------------------------------------------*
       2100-CALCULAR-DURACAO.
           MOVE ZEROS                  TO WRK-DURACAO-SEGUNDOS.
           IF WRK-CBPA2JOB-DATA-INICIO = ZEROS
               GO TO 2100-CALCULAR-DURACAO-EXIT
           END-IF.
      *
           MOVE WRK-CBPA2JOB-HORA-INICIO TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEGUNDOS-INICIO = WRK-HORA-CALC-HH * 3600
                                       + WRK-HORA-CALC-MM * 60
                                       + WRK-HORA-CALC-SS.
           MOVE WRK-CBPA2JOB-HORA-FIM  TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEGUNDOS-FIM    = WRK-HORA-CALC-HH * 3600
                                       + WRK-HORA-CALC-MM * 60
                                       + WRK-HORA-CALC-SS.
      *
           COMPUTE WRK-DURACAO-SEGUNDOS =
                   (FUNCTION INTEGER-OF-DATE (WRK-CBPA2JOB-DATA-FIM)
                  - FUNCTION INTEGER-OF-DATE (WRK-CBPA2JOB-DATA-INICIO))
                  * 86400
                  + WRK-SEGUNDOS-FIM - WRK-SEGUNDOS-INICIO.
      *
           IF WRK-DURACAO-SEGUNDOS < ZEROS
               MOVE ZEROS              TO WRK-DURACAO-SEGUNDOS
           END-IF.
       2100-CALCULAR-DURACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-INCLUIR-EXECUCAO - INSERE A LINHA DA EXECUCAO COM A    *
      *    SITUACAO CORRENTE ('I' NO INICIO; 'F' QUANDO O FIM NAO      *
      *    ENCONTROU A LINHA DE INICIO).                               *
      *----------------------------------------------------------------*
       2200-INCLUIR-EXECUCAO.
           EXEC SQL
               INSERT INTO CBPA.TCOBR_JOB_HIST
                      (PROGRAMA, PARTICAO, DATA_INICIO, HORA_INICIO,
                       DATA_FIM, HORA_FIM, DURACAO_SEGUNDOS,
                       SEQ_ARQ_INICIAL, SEQ_ARQ_FINAL, QTD_ARQUIVOS,
                       QTD_LIDOS, QTD_GRAVADOS, COD_RETORNO,
                       IND_RESTART, IND_CORTE, IND_SIMULACAO,
                       SITUACAO)
               VALUES (:WRK-CBPA2JOB-PROGRAMA,
                       :WRK-CBPA2JOB-PARTICAO,
                       :WRK-CBPA2JOB-DATA-INICIO,
                       :WRK-CBPA2JOB-HORA-INICIO,
                       :WRK-CBPA2JOB-DATA-FIM,
                       :WRK-CBPA2JOB-HORA-FIM,
                       :WRK-DURACAO-SEGUNDOS,
                       :WRK-CBPA2JOB-SEQ-INICIAL,
                       :WRK-CBPA2JOB-SEQ-FINAL,
                       :WRK-CBPA2JOB-QTD-ARQUIVOS,
                       :WRK-CBPA2JOB-QTD-LIDOS,
                       :WRK-CBPA2JOB-QTD-GRAVADOS,
                       :WRK-CBPA2JOB-COD-RETORNO,
                       :WRK-CBPA2JOB-IND-RESTART,
                       :WRK-CBPA2JOB-IND-CORTE,
                       :WRK-CBPA2JOB-IND-SIMULACAO,
                       :WRK-SITUACAO-EXECUCAO)
           END-EXEC.
       2200-INCLUIR-EXECUCAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONFIRMAR - CONFIRMA A GRAVACAO, PARA QUE O REGISTRO   *
      *    DA EXECUCAO NAO SE PERCA NO ROLLBACK DE UM ABEND POSTERIOR  *
      *    DO PASSO.                                                   *
      *----------------------------------------------------------------*
       3000-CONFIRMAR.
           EXEC SQL
               COMMIT
           END-EXEC.
       3000-CONFIRMAR-EXIT.
           EXIT.
      *
       END PROGRAM CBPA2JOB.

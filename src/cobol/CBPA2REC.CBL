      *                DIVERGENTE. QUALQUER DIVERGENCIA ENCERRA O     *
      *                JOB COM RETURN-CODE 4, PARA QUE O SCHEDULER    *
      *                SEGURE AS TRANSMISSOES DE BAIXA34/35/36.       *
      *                O CICLO DIVERGENTE FICA REGISTRADO NO MESTRE   *
      *                DE PENDENCIAS (RECPEND/RECPSAI) ATE QUE UMA    *
      *                NOVA CONCILIACAO DO MESMO CICLO SAIA LIMPA;    *
      *                O EXPURGO (CBPA2EXP) NAO REMOVE DA BASE OS     *
      *                DADOS DOS CICLOS PENDENTES.                    *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *                       PARCIAIS LEGITIMOS DO MESMO TITULO NAO   *
      *                       SAIREM COMO FALSO VALOR DIVERGENTE       *
      *                       (WCS-28 CORRIGIDO)                       *
      *    15/10/2026  WCS    JUROS/MULTA POR ATRASO: TITBAIXA COM     *
      *                       ENCARGO LIBERA UMA SEGUNDA CHAVE, CLASSE *
      *                       '04' (ENCARGO DA BAIXA) OU '05' (ENCARGO *
      *                       ESTORNADO), CONFRONTADA COM AS LINHAS    *
      *                       'JM'/'JE' DO TCOBR_MOVTO (WCS-32)        *
      *    15/10/2026  WCS    CURSOR DESCONSIDERA OS MOVIMENTOS DA     *
      *                       CARGA DE REMESSA DOS CEDENTES (CBPA2REM, *
      *                       TIPOS RI/RA/RB/RC), QUE NAO VEM DO       *
      *                       TITBAIXA E SAIRIAM COMO SO NA BASE       *
      *                       (WCS-33)                                 *
      *    15/10/2026  WCS    MESTRE DE DIVERGENCIAS PENDENTES         *
      *                       (RECPEND/RECPSAI): CICLO DIVERGENTE E    *
      *                       INCLUIDO E SO SAI QUANDO O MESMO CICLO   *
      *                       E RECONCILIADO SEM DIVERGENCIA; LIDO     *
      *                       PELO EXPURGO CBPA2EXP (WCS-36)           *
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
           SELECT RELCONC     ASSIGN TO RELCONC
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RELCONC.
      *
           SELECT RECPEND     ASSIGN TO RECPEND
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RECPEND.
      *
           SELECT RECPSAI     ASSIGN TO RECPSAI
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS  IS WRK-FS-RECPSAI.
      *
           SELECT SRTTIT      ASSIGN TO SRTTIT.
      *
           05  TITBAIXA-MOEDA             PIC  X(004).
           05  TITBAIXA-DATA-BAIXA        PIC  9(008).
           05  TITBAIXA-TIPO-BAIXA        PIC  X(002).
           05  TITBAIXA-VLR-ENCARGOS      PIC  9(013)V99.
           05  FILLER                     PIC  X(028).
      *
       FD  RELCONC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELCONC                PIC  X(132).
      *
       FD  RECPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RECPEND                PIC  X(060).
      *
       FD  RECPSAI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RECPSAI                PIC  X(060).
      *
       SD  SRTTIT.
       01  REG-SRTTIT.
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* LAYOUT DO MESTRE DE DIVERGENCIAS PENDENTES *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW066.
           COPY 'CBPAW066'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DO BALANCE-LINE ARQUIVO X BASE *'.
           05  ACU-SO-NO-ARQUIVO       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-SO-NA-BASE          PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-VALOR-DIVERGENTE    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-LIDOS-RECPEND       PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-GRAVADOS-RECPSAI    PIC  9(009) COMP-3  VALUE ZEROS.
           05  ACU-PEND-RESOLVIDAS     PIC  9(009) COMP-3  VALUE ZEROS.
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
           'TITBAIXA'.
       77  WRK-RELCONC                 PIC  X(008)         VALUE
           'RELCONC'.
       77  WRK-RECPEND                 PIC  X(008)         VALUE
           'RECPEND'.
       77  WRK-RECPSAI                 PIC  X(008)         VALUE
           'RECPSAI'.
       77  WRK-CBPA2JOB                PIC  X(008)         VALUE
           'CBPA2JOB'.
      *
       77  WRK-FIM-TITBAIXA            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-TITBAIXA-SIM                        VALUE 'S'.
           88  WRK-FIM-TITBAIXA-NAO                        VALUE 'N'.
       77  WRK-FIM-RECPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-RECPEND-SIM                         VALUE 'S'.
           88  WRK-FIM-RECPEND-NAO                         VALUE 'N'.
       77  WRK-SEM-RECPEND             PIC  X(001)         VALUE 'N'.
           88  WRK-SEM-RECPEND-SIM                         VALUE 'S'.
           88  WRK-SEM-RECPEND-NAO                         VALUE 'N'.
      *
       77  WRK-DATA-CORRENTE           PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-APURACAO           PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
      *
       77  WRK-FS-TITBAIXA             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELCONC              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RECPEND              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RECPSAI              PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
      *    CURSOR DOS MOVIMENTOS DO CICLO, ORDENADO PELA MESMA CHAVE
      *    DO SORT DO TITBAIXA; A CLASSE DO TIPO E DERIVADA NA
      *    PROPRIA CONSULTA (TIPOS DA REDE ES/EP -> 03 ESTORNO,
      *    PA/PP -> 02 PARCIAL, JM -> 04 ENCARGO DA BAIXA, JE -> 05
      *    ENCARGO ESTORNADO, DEMAIS -> 01 INTEGRAL). OS MOVIMENTOS
      *    DA CARGA DE REMESSA (CBPA2REM: RI INCLUSAO, RA ALTERACAO,
      *    RB ABATIMENTO, RC CANCELAMENTO) NAO SAO BAIXAS DA REDE E
      *    FICAM FORA DA CONCILIACAO.
           EXEC SQL
               DECLARE CMOVTO CURSOR FOR
                   SELECT CNEGOC, NOSSO_NUMERO, DATA_BAIXA,
                               WHEN 'EP' THEN '03'
                               WHEN 'PA' THEN '02'
                               WHEN 'PP' THEN '02'
                               WHEN 'JM' THEN '04'
                               WHEN 'JE' THEN '05'
                               ELSE '01'
                          END,
                          VLBAIXA
                     FROM CBPA.TCOBR_MOVTO
                    WHERE DATA_PROCESSAMENTO = :WRK-DATA-CICLO
                      AND TIPO_BAIXA NOT IN ('RI', 'RA', 'RB', 'RC')
                    ORDER BY 1, 2, 3, 4, 5
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    0000-MAINLINE - DEFINE A DATA DO CICLO (PARM; NA AUSENCIA,  *
      *    A DATA CORRENTE), CLASSIFICA O TITBAIXA E CONFRONTA COM O   *
      *    CURSOR DA BASE NA SAIDA DA CLASSIFICACAO. EM SEGUIDA        *
      *    ATUALIZA O MESTRE DE DIVERGENCIAS PENDENTES.                *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO-EXEC
                   THRU 0100-REGISTRAR-INICIO-EXEC-EXIT.
      *
           IF WRK-PARM-TAM > ZEROS
              AND WRK-PARM-DATA-CICLO > ZEROS
               MOVE WRK-PARM-DATA-CICLO TO WRK-DATA-CICLO
                                   THRU 1000-CLASSIFICAR-EXIT
                OUTPUT PROCEDURE IS 3000-CONFRONTAR
                                   THRU 3000-CONFRONTAR-EXIT.
      *
           PERFORM 4100-ATUALIZAR-PENDENCIAS
                   THRU 4100-ATUALIZAR-PENDENCIAS-EXIT.
      *
           PERFORM 4200-GRAVAR-TOTAIS-RELCONC
                   THRU 4200-GRAVAR-TOTAIS-RELCONC-EXIT.
              OR ACU-VALOR-DIVERGENTE > ZEROS
               MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.
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
      *    INTERROMPE A CONCILIACAO.                                   *
      *----------------------------------------------------------------*
       0100-REGISTRAR-INICIO-EXEC.
           INITIALIZE WRK-AREA-CBPA2JOB.
           SET WRK-CBPA2JOB-INICIO     TO TRUE.
           MOVE 'CBPA2REC'             TO WRK-CBPA2JOB-PROGRAMA.
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
      *    1000-CLASSIFICAR - PROCEDIMENTO DE ENTRADA DO SORT: LE O    *
      *    TITBAIXA DO CICLO E LIBERA A CHAVE DE CONCILIACAO DE CADA   *
      *    REGISTRO (A CLASSE E O PROPRIO TIPO DO TITBAIXA: '01'       *
      *    INTEGRAL, '02' PARCIAL, '03' ESTORNO). O ENCARGO POR        *
      *    ATRASO CONTIDO NO REGISTRO LIBERA UMA SEGUNDA CHAVE, '04'   *
      *    NA BAIXA E '05' NO ESTORNO, COM O VALOR DO ENCARGO.         *
      *----------------------------------------------------------------*
       1000-CLASSIFICAR.
           OPEN INPUT TITBAIXA.
                   MOVE TITBAIXA-TIPO-BAIXA TO SRT-CLASSE
                   MOVE TITBAIXA-VALOR  TO SRT-VALOR
                   RELEASE REG-SRTTIT
                   IF TITBAIXA-VLR-ENCARGOS > ZEROS
                       IF TITBAIXA-TIPO-BAIXA = '03'
                           MOVE '05'        TO SRT-CLASSE
                       ELSE
                           MOVE '04'        TO SRT-CLASSE
                       END-IF
                       MOVE TITBAIXA-VLR-ENCARGOS TO SRT-VALOR
                       RELEASE REG-SRTTIT
                   END-IF
               END-IF
           END-IF.
       1100-LIBERAR-TITBAIXA-EXIT.
       3600-GRAVAR-LINHA-RELCONC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-ATUALIZAR-PENDENCIAS - MESTRE VELHO/NOVO DOS CICLOS    *
      *    COM DIVERGENCIA PENDENTE. OS CICLOS DE OUTRAS DATAS SAO     *
      *    COPIADOS; O REGISTRO DO CICLO CONCILIADO E DESCARTADO E,    *
      *    SE HOUVE DIVERGENCIA NESTA EXECUCAO, REGRAVADO COM AS       *
      *    QUANTIDADES ATUAIS (MANTENDO A DATA DA PRIMEIRA APURACAO).  *
      *    O RECPEND PODE NAO EXISTIR NA PRIMEIRA EXECUCAO (FILE       *
      *    STATUS '35').                                               *
      *----------------------------------------------------------------*
       4100-ATUALIZAR-PENDENCIAS.
           ACCEPT WRK-DATA-CORRENTE    FROM DATE YYYYMMDD.
           MOVE WRK-DATA-CORRENTE      TO WRK-DATA-APURACAO.
      *
           OPEN INPUT  RECPEND.
           IF WRK-FS-RECPEND = '35'
               SET WRK-SEM-RECPEND-SIM TO TRUE
               SET WRK-FIM-RECPEND-SIM TO TRUE
           ELSE
               IF WRK-FS-RECPEND NOT = '00'
                   MOVE WRK-ABERTURA    TO WRK-OPERACAO
                   MOVE WRK-RECPEND     TO WRK-ARQUIVO
                   MOVE WRK-FS-RECPEND  TO WRK-FS
                   PERFORM 8100-ERRO-ARQUIVO
                           THRU 8100-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
      *
           OPEN OUTPUT RECPSAI.
           IF WRK-FS-RECPSAI NOT = '00'
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               MOVE WRK-RECPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-RECPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
      *
           PERFORM 4110-COPIAR-PENDENCIA
                   THRU 4110-COPIAR-PENDENCIA-EXIT
                   UNTIL WRK-FIM-RECPEND-SIM.
      *
           IF ACU-SO-NO-ARQUIVO > ZEROS
              OR ACU-SO-NA-BASE > ZEROS
              OR ACU-VALOR-DIVERGENTE > ZEROS
               MOVE SPACES             TO WRK-AREA-CBPAW066
               MOVE WRK-DATA-CICLO     TO RPD-DATA-CICLO
               MOVE ACU-SO-NO-ARQUIVO  TO RPD-QTD-SO-ARQUIVO
               MOVE ACU-SO-NA-BASE     TO RPD-QTD-SO-BASE
               MOVE ACU-VALOR-DIVERGENTE
                                       TO RPD-QTD-VALOR-DIVERGENTE
               MOVE WRK-DATA-APURACAO  TO RPD-DATA-APURACAO
               MOVE WRK-DATA-CORRENTE  TO RPD-DATA-ULT-CONFERENCIA
               PERFORM 4150-GRAVAR-RECPSAI
                       THRU 4150-GRAVAR-RECPSAI-EXIT
           END-IF.
      *
           IF WRK-SEM-RECPEND-NAO
               CLOSE RECPEND
           END-IF.
           CLOSE RECPSAI.
       4100-ATUALIZAR-PENDENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4110-COPIAR-PENDENCIA                                       *
      *----------------------------------------------------------------*
       4110-COPIAR-PENDENCIA.
           READ RECPEND INTO WRK-AREA-CBPAW066.
           IF WRK-FS-RECPEND = '10'
               SET WRK-FIM-RECPEND-SIM TO TRUE
               GO TO 4110-COPIAR-PENDENCIA-EXIT
           END-IF.
           IF WRK-FS-RECPEND NOT = '00'
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               MOVE WRK-RECPEND        TO WRK-ARQUIVO
               MOVE WRK-FS-RECPEND     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-LIDOS-RECPEND.
      *
           IF RPD-DATA-CICLO = WRK-DATA-CICLO
               MOVE RPD-DATA-APURACAO  TO WRK-DATA-APURACAO
               IF ACU-SO-NO-ARQUIVO = ZEROS
                  AND ACU-SO-NA-BASE = ZEROS
                  AND ACU-VALOR-DIVERGENTE = ZEROS
                   ADD 1               TO ACU-PEND-RESOLVIDAS
               END-IF
           ELSE
               PERFORM 4150-GRAVAR-RECPSAI
                       THRU 4150-GRAVAR-RECPSAI-EXIT
           END-IF.
       4110-COPIAR-PENDENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4150-GRAVAR-RECPSAI                                         *
      *----------------------------------------------------------------*
       4150-GRAVAR-RECPSAI.
           WRITE REG-RECPSAI FROM WRK-AREA-CBPAW066.
           IF WRK-FS-RECPSAI NOT = '00'
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-RECPSAI        TO WRK-ARQUIVO
               MOVE WRK-FS-RECPSAI     TO WRK-FS
               PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1                       TO ACU-GRAVADOS-RECPSAI.
       4150-GRAVAR-RECPSAI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4200-GRAVAR-TOTAIS-RELCONC                                  *
      *----------------------------------------------------------------*
       4200-GRAVAR-TOTAIS-RELCONC.
                                          TO WLT-DESCRICAO.
           MOVE ACU-VALOR-DIVERGENTE      TO WLT-VALOR.
           WRITE REG-RELCONC FROM WRK-LINHA-TOTAL-CONC.
      *
           MOVE 'PENDENCIA DO CICLO RESOLVIDA NESTA EXECUCAO'
                                          TO WLT-DESCRICAO.
           MOVE ACU-PEND-RESOLVIDAS       TO WLT-VALOR.
           WRITE REG-RELCONC FROM WRK-LINHA-TOTAL-CONC.
      *
           MOVE 'CICLOS COM DIVERGENCIA PENDENTE (RECPSAI)'
                                          TO WLT-DESCRICAO.
           MOVE ACU-GRAVADOS-RECPSAI      TO WLT-VALOR.
           WRITE REG-RELCONC FROM WRK-LINHA-TOTAL-CONC.
       4200-GRAVAR-TOTAIS-RELCONC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-REGISTRAR-FIM-EXEC - FECHA A EXECUCAO NO HISTORICO DA  *
      *    CADEIA (CBPA2JOB, FUNCAO 'F'): LIDOS DO TITBAIXA E DO CURSOR*
      *    DA BASE, DIVERGENCIAS APONTADAS NO RELCONC (SO NO ARQUIVO,  *
      *    SO NA BASE E VALOR DIVERGENTE) E RETURN-CODE. FALHA NO      *
      *    REGISTRO SO E AVISADA.                                      *
      *----------------------------------------------------------------*
       5000-REGISTRAR-FIM-EXEC.
           SET WRK-CBPA2JOB-FIM        TO TRUE.
           COMPUTE WRK-CBPA2JOB-QTD-LIDOS = ACU-LIDOS-TITBAIXA
                                          + ACU-LIDOS-MOVTO.
           COMPUTE WRK-CBPA2JOB-QTD-GRAVADOS = ACU-SO-NO-ARQUIVO
                                             + ACU-SO-NA-BASE
                                             + ACU-VALOR-DIVERGENTE.
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

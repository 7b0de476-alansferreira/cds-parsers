      *                       PARTICOES; PARA ISSO O HEADER DO         *
      *                       ARQRETNW ECOA A DATA DE GERACAO DO       *
      *                       ARQUIVO DA REDE (WCS-31 CORRIGIDO)       *
      *    15/10/2026  WCS    JUROS/MULTA POR ATRASO: O SALDO DEVOLVE  *
      *                       O VENCIMENTO E A REGRA DE ENCARGOS DO    *
      *                       TITULO; VALOR ACIMA DO SALDO QUE BATE    *
      *                       (NA TOLERANCIA) COM SALDO + ENCARGOS     *
      *                       APURADOS PARA A DATA DA BAIXA DEIXA DE   *
      *                       SER REJEITADO (MOTIVO 05) E E SEPARADO   *
      *                       EM PRINCIPAL (SALDO, CANAIS, TITBAIXA)   *
      *                       E ENCARGOS (MOVIMENTO 'JM'/'JE' NO       *
      *                       CBPA2ATU, TIPOS CONTABEIS 17/18/19 E     *
      *                       47/48/49 NO ARQCONT, COLUNA NO RELAGEN   *
      *                       E TOTAIS NO RELCTL). O ESTORNO DEVOLVE   *
      *                       O ENCARGO GRAVADO NO BXDUPL NA BAIXA     *
      *                       ORIGINAL (WCS-32)                        *
      *    15/10/2026  WCS    MODO SIMULACAO VIA PARM ('S' NA POSICAO  *
      *                       39): PERCORRE TODA A VALIDACAO (HEADER/  *
      *                       TRAILER, CALENDARIO, BLOQLIST, SALDO     *
      *                       VIA CBPA2ESL, DUPLICIDADE E TOLERANCIA)  *
      *                       SEM ATUALIZAR TCOBR_SALDO/TCOBR_MOVTO    *
      *                       (CBPA2ATU) NEM TCOBR_DISP_HIST           *
      *                       (CBPA2HIS), SEM INCLUIR/EXCLUIR CHAVES   *
      *                       NO BXDUPL (CONTROLE DO RUN EM MEMORIA),  *
      *                       SEM EXPURGO DA RETENCAO, SEM REGRAVAR O  *
      *                       ARQCTRL E SEM CHECKPOINT/RESTART/CORTE   *
      *                       NO CKRS0105; EMITE O RELSIM COM A        *
      *                       DISPOSICAO PREVISTA (ACEITAS POR CANAL,  *
      *                       REJEITADAS POR MOTIVO, DUPLICADAS, NAO   *
      *                       ENCONTRADAS E RETIDAS, COM VALORES). AS  *
      *                       SAIDAS SEQUENCIAIS SAO GERADAS COMO      *
      *                       SEMPRE E O PASSO DE SIMULACAO AS         *
      *                       DIRECIONA PARA ARQUIVOS TEMPORARIOS OU   *
      *                       DUMMY (WCS-34)                           *
      *    15/10/2026  WCS    TITDUPL PASSA A CARREGAR A SEQUENCIA DO  *
      *                       ARQBAIXA (REA-SEQUENCIA) NA AREA LIVRE,  *
      *                       PARA O ACOMPANHAMENTO DAS FILAS EM       *
      *                       ABERTO NO CBPA2AGE (WCS-35)              *
      *    15/10/2026  WCS    REGISTRO DA EXECUCAO NO HISTORICO DA     *
      *                       CADEIA (CBPA.TCOBR_JOB_HIST) VIA         *
      *                       CBPA2JOB, NO INICIO E NO FIM: PARTICAO,  *
      *                       SEQUENCIAS DA REDE PROCESSADAS, LIDOS,   *
      *                       GRAVADOS, RETURN-CODE, RESTART, CORTE E  *
      *                       SIMULACAO, PARA O RELATORIO DE SLA DA    *
      *                       JANELA BATCH (CBPA2SLA). FALHA NO        *
      *                       REGISTRO SO E AVISADA NO SYSOUT (WCS-39) *
      *    15/10/2026  WCS    O RETURN-CODE DO PASSO E RESTAURADO APOS *
      *                       O CALL DO CBPA2JOB NO FIM DA EXECUCAO: O *
      *                       CALL DEVOLVIA O RC DO MODULO E ZERAVA O  *
      *                       RC 2 DE CORTE / 4 DE DIVERGENCIA         *
      *                       (WCS-39 CORRIGIDO)                       *
      *    15/10/2026  WCS    ENCARGO APURADO ACIMA DA CAPACIDADE DO   *
      *                       BXDUPL (9999999,99) NAO E MAIS ACEITO: A *
      *                       BAIXA E AVISADA NO SYSOUT E REJEITADA    *
      *                       POR SALDO DIVERGENTE, EM VEZ DE TER O    *
      *                       ENCARGO TRUNCADO NA CHAVE DO ESTORNO     *
      *                       (WCS-32 CORRIGIDO)                       *
      *    15/10/2026  WCS    CALFERI E BLOQLIST PASSAM A SER GERADOS  *
      *                       PELO CBPA2LST A PARTIR DOS MESTRES       *
      *                       FERMEST/BLQMEST, MANTIDOS ON-LINE        *
      *                       (WCS-37)                                 *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
WCS-27                         ORGANIZATION IS SEQUENTIAL
WCS-27                         FILE STATUS  IS WRK-FS-BAIXAHLD.
      *
WCS-34     SELECT RELSIM      ASSIGN TO RELSIM
WCS-34                         ORGANIZATION IS SEQUENTIAL
WCS-34                         FILE STATUS  IS WRK-FS-RELSIM.
      *
       DATA DIVISION.
       FILE SECTION.
      *
           05  TITBAIXA-MOEDA             PIC  X(004).
           05  TITBAIXA-DATA-BAIXA        PIC  9(008).
           05  TITBAIXA-TIPO-BAIXA        PIC  X(002).
WCS-32     05  TITBAIXA-VLR-ENCARGOS      PIC  9(013)V99.
WCS-32     05  FILLER                     PIC  X(028).
      *
       FD  TITDUPL
           RECORDING MODE IS F
           05  TITDUPL-VALOR              PIC  9(013)V99.
           05  TITDUPL-DATA-BAIXA         PIC  9(008).
           05  TITDUPL-MOTIVO             PIC  X(030).
WCS-35     05  TITDUPL-SEQUENCIA          PIC  9(006).
WCS-35     05  FILLER                     PIC  X(019).
      *
WCS-01 FD  BAIXAREJ
WCS-01     RECORDING MODE IS F
WCS-27     LABEL RECORDS ARE STANDARD.
WCS-27 01  REG-BAIXAHLD               PIC  X(100).
      *
WCS-34 FD  RELSIM
WCS-34     RECORDING MODE IS F
WCS-34     LABEL RECORDS ARE STANDARD.
WCS-34 01  REG-RELSIM                 PIC  X(132).
      *
       COPY 'CCP0001'.
      *
WCS-04 LINKAGE SECTION.
WCS-31         10  WRK-PARM-NUM-PARTICAO    PIC 9(002).
WCS-31         10  WRK-PARM-AGEN-INICIAL    PIC 9(004).
WCS-31         10  WRK-PARM-AGEN-FINAL      PIC 9(004).
WCS-34         10  WRK-PARM-SIMULACAO       PIC X(001).
WCS-34         10  FILLER                   PIC X(039).
      *
WCS-04 PROCEDURE DIVISION USING WRK-PARM-ENTRADA.
      *----------------------------------------------------------------*
WCS-28         MOVE WRK-RC-CORTE      TO RETURN-CODE
WCS-28     END-IF.
      *
WCS-39     PERFORM 3800-REGISTRAR-FIM-EXEC
WCS-39             THRU 3800-REGISTRAR-FIM-EXEC-EXIT.
      *
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.
WCS-12     PERFORM 1080-CONSULTAR-RESTART
WCS-12             THRU 1080-CONSULTAR-RESTART-EXIT.
      *
WCS-39     PERFORM 1090-REGISTRAR-INICIO-EXEC
WCS-39             THRU 1090-REGISTRAR-INICIO-EXEC-EXIT.
      *
WCS-17     INITIALIZE WRK-TAB-AGEN.
WCS-24     INITIALIZE WRK-TAB-CONT.
      *
WCS-02         PERFORM 8100-ERRO-ARQUIVO THRU 8100-ERRO-ARQUIVO-EXIT
WCS-02     END-IF.
      *
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         INITIALIZE WRK-TAB-SIM-DISP
WCS-34                    WRK-TAB-SIM-MOT
WCS-34         OPEN OUTPUT RELSIM
WCS-34         IF WRK-FS-RELSIM NOT = '00'
WCS-34             MOVE WRK-ABERTURA   TO WRK-OPERACAO
WCS-34             MOVE WRK-RELSIM     TO WRK-ARQUIVO
WCS-34             MOVE WRK-FS-RELSIM  TO WRK-FS
WCS-34             PERFORM 8100-ERRO-ARQUIVO
WCS-34                     THRU 8100-ERRO-ARQUIVO-EXIT
WCS-34         END-IF
WCS-34     END-IF.
      *
WCS-12     IF CKRS04-COM-RESTART
WCS-12         PERFORM 1100-PREPARAR-RESTART
WCS-12                 THRU 1100-PREPARAR-RESTART-EXIT
WCS-31                 PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
WCS-31             END-IF
WCS-31         END-IF
WCS-34         IF WRK-PARM-TAM >= 39
WCS-34            AND WRK-PARM-SIMULACAO = 'S'
WCS-34             SET WRK-SIMULACAO-SIM TO TRUE
WCS-34             DISPLAY 'CBPA2SAB EM MODO SIMULACAO - NENHUMA '
WCS-34                     'ATUALIZACAO SERA EFETIVADA'
WCS-34         END-IF
WCS-04     END-IF.
WCS-04 1050-LER-PARAMETROS-EXIT.
WCS-04     EXIT.
      *    ULTIMO CHECKPOINT. (WCS-12)                                 *
      *----------------------------------------------------------------*
WCS-12 1080-CONSULTAR-RESTART.
WCS-34*    A SIMULACAO NAO CONSULTA NEM ALTERA O CKRS0105: PROCESSA
WCS-34*    SEMPRE O ARQUIVO INTEIRO, COMO EXECUCAO NORMAL.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         SET CKRS04-SEM-RESTART  TO TRUE
WCS-34         GO TO 1080-CONSULTAR-RESTART-EXIT
WCS-34     END-IF.
WCS-12     MOVE ZEROS                  TO CKRS04-QTD-REG-LIDOS.
WCS-12     CALL WRK-CKRS0105 USING WRK-AREA-CKRS0105.
WCS-12     IF CKRS04-COD-RETORNO NOT = ZEROS
WCS-12     END-IF.
WCS-12 1080-CONSULTAR-RESTART-EXIT.
WCS-12     EXIT.
      *----------------------------------------------------------------*
      *    1090-REGISTRAR-INICIO-EXEC - ABRE A EXECUCAO NO HISTORICO   *
      *    DA CADEIA (CBPA2JOB, FUNCAO 'I') COM PARTICAO E OS          *
      *    INDICADORES DE RESTART E SIMULACAO. O CBPA2JOB DEVOLVE A    *
      *    DATA/HORA DE INICIO, MANTIDAS NA AREA ATE O FIM. FALHA NO   *
      *    REGISTRO NAO INTERROMPE A BAIXA. (WCS-39)                   *
      *----------------------------------------------------------------*
WCS-39 1090-REGISTRAR-INICIO-EXEC.
WCS-39     INITIALIZE WRK-AREA-CBPA2JOB.
WCS-39     SET WRK-CBPA2JOB-INICIO     TO TRUE.
WCS-39     MOVE WRK-PROGRAMA           TO WRK-CBPA2JOB-PROGRAMA.
WCS-39     MOVE WRK-NUM-PARTICAO       TO WRK-CBPA2JOB-PARTICAO.
WCS-39     SET WRK-CBPA2JOB-SEM-CORTE  TO TRUE.
WCS-39     IF CKRS04-COM-RESTART
WCS-39         SET WRK-CBPA2JOB-COM-RESTART TO TRUE
WCS-39     ELSE
WCS-39         SET WRK-CBPA2JOB-SEM-RESTART TO TRUE
WCS-39     END-IF.
WCS-39     IF WRK-SIMULACAO-SIM
WCS-39         SET WRK-CBPA2JOB-SIMULACAO   TO TRUE
WCS-39     ELSE
WCS-39         SET WRK-CBPA2JOB-PRODUCAO    TO TRUE
WCS-39     END-IF.
WCS-39*
WCS-39     CALL WRK-CBPA2JOB USING WRK-AREA-CBPA2JOB.
WCS-39*
WCS-39     IF WRK-CBPA2JOB-ERRO
WCS-39         DISPLAY 'AVISO: INICIO DA EXECUCAO NAO REGISTRADO '
WCS-39                 'NO CBPA2JOB - SQLCODE ' WRK-CBPA2JOB-SQLCODE
WCS-39     END-IF.
WCS-39 1090-REGISTRAR-INICIO-EXEC-EXIT.
WCS-39     EXIT.
      *----------------------------------------------------------------*
      *    1100-PREPARAR-RESTART - RECONSTROI OS ACUMULADORES E A      *
      *    TABELA DE CONTROLE DE DUPLICIDADE A PARTIR DO QUE JA FOI    *
WCS-24             MOVE B34-VALOR-BAIXA  TO WRK-CTB-VALOR
WCS-24             PERFORM 2705-ACUMULAR-CONTABIL
WCS-24                     THRU 2705-ACUMULAR-CONTABIL-EXIT
WCS-32             IF B34-VLR-ENCARGOS NUMERIC
WCS-32                 MOVE B34-VLR-ENCARGOS TO WRK-CTB-VLR-ENC
WCS-32                 PERFORM 2707-ACUMULAR-ENCARGOS
WCS-32                         THRU 2707-ACUMULAR-ENCARGOS-EXIT
WCS-32             END-IF
WCS-12         END-IF
WCS-12     END-IF.
WCS-12 1115-LER-BAIXA34-RESTART-EXIT.
WCS-24             MOVE B35-VALOR-BAIXA  TO WRK-CTB-VALOR
WCS-24             PERFORM 2705-ACUMULAR-CONTABIL
WCS-24                     THRU 2705-ACUMULAR-CONTABIL-EXIT
WCS-32             IF B35-VLR-ENCARGOS NUMERIC
WCS-32                 MOVE B35-VLR-ENCARGOS TO WRK-CTB-VLR-ENC
WCS-32                 PERFORM 2707-ACUMULAR-ENCARGOS
WCS-32                         THRU 2707-ACUMULAR-ENCARGOS-EXIT
WCS-32             END-IF
WCS-12         END-IF
WCS-12     END-IF.
WCS-12 1125-LER-BAIXA35-RESTART-EXIT.
WCS-24             MOVE B36-VALOR-BAIXA  TO WRK-CTB-VALOR
WCS-24             PERFORM 2705-ACUMULAR-CONTABIL
WCS-24                     THRU 2705-ACUMULAR-CONTABIL-EXIT
WCS-32             IF B36-VLR-ENCARGOS NUMERIC
WCS-32                 MOVE B36-VLR-ENCARGOS TO WRK-CTB-VLR-ENC
WCS-32                 PERFORM 2707-ACUMULAR-ENCARGOS
WCS-32                         THRU 2707-ACUMULAR-ENCARGOS-EXIT
WCS-32             END-IF
WCS-12         END-IF
WCS-12     END-IF.
WCS-12 1135-LER-BAIXA36-RESTART-EXIT.
WCS-14     SET WRK-CBPA2DUP-ABRIR      TO TRUE.
WCS-14     MOVE WRK-DATA-9-8           TO WRK-CBPA2DUP-DATA-MOVTO.
WCS-14     MOVE WRK-RETENCAO-DIAS      TO WRK-CBPA2DUP-RETENCAO.
WCS-34*    RETENCAO ZERADA DISPENSA O EXPURGO DO BXDUPL NA ABERTURA.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         MOVE ZEROS              TO WRK-CBPA2DUP-RETENCAO
WCS-34     END-IF.
WCS-14     PERFORM 2550-CHAMAR-CBPA2DUP
WCS-14             THRU 2550-CHAMAR-CBPA2DUP-EXIT.
WCS-14     IF CKRS04-COM-RESTART
WCS-18     EXIT.
      *----------------------------------------------------------------*
      *    1300-CARREGAR-CALENDARIO - CARREGA OS FERIADOS DO ARQUIVO   *
      *    CALFERI (GERADO A CADA NOITE PELO CBPA2LST A PARTIR DO      *
      *    CADASTRO FERMEST, MANTIDO ON-LINE). O CALENDARIO E          *
      *    OBRIGATORIO: SEM ELE O JOB NAO TEM COMO VALIDAR A DATA DA   *
      *    BAIXA E ABENDA NA ABERTURA. (WCS-20)                        *
      *----------------------------------------------------------------*
WCS-20 1300-CARREGAR-CALENDARIO.
WCS-20     OPEN INPUT CALFERI.
WCS-20     EXIT.
      *----------------------------------------------------------------*
      *    1320-CARREGAR-BLOQUEIOS - CARREGA A LISTA DE BLOQUEIOS DO   *
      *    ARQUIVO BLOQLIST (GERADO A CADA NOITE PELO CBPA2LST A       *
      *    PARTIR DO CADASTRO BLQMEST, COMO O CALFERI).                *
      *    A LISTA E OBRIGATORIA: SEM ELA O JOB NAO TEM COMO RETER AS  *
      *    BAIXAS DE CONTAS BLOQUEADAS E ABENDA NA ABERTURA; UMA       *
      *    LISTA VAZIA E LEGITIMA (NENHUM BLOQUEIO VIGENTE). (WCS-27)  *
WCS-19                                TO WRK-CBPA2EST-VLSALDO
WCS-19         MOVE WRK-CBPA2ESL-MOEDA (WRK-SUB-BLOCO)
WCS-19                                TO WRK-CBPA2EST-MOEDA
WCS-32         MOVE WRK-CBPA2ESL-DTVENC (WRK-SUB-BLOCO)
WCS-32                                TO WRK-CBPA2EST-DTVENC
WCS-32         MOVE WRK-CBPA2ESL-PCT-MULTA (WRK-SUB-BLOCO)
WCS-32                                TO WRK-CBPA2EST-PCT-MULTA
WCS-32         MOVE WRK-CBPA2ESL-PCT-JUROS (WRK-SUB-BLOCO)
WCS-32                                TO WRK-CBPA2EST-PCT-JUROS
WCS-32         MOVE WRK-CBPA2ESL-DIAS-CAREN (WRK-SUB-BLOCO)
WCS-32                                TO WRK-CBPA2EST-DIAS-CAREN
WCS-19     ELSE
WCS-19         SET WRK-CBPA2EST-NAO-ACHOU TO TRUE
WCS-19         MOVE ZEROS             TO WRK-CBPA2EST-VLSALDO
WCS-19         MOVE SPACES            TO WRK-CBPA2EST-MOEDA
WCS-32         MOVE ZEROS             TO WRK-CBPA2EST-DTVENC
WCS-32                                   WRK-CBPA2EST-PCT-MULTA
WCS-32                                   WRK-CBPA2EST-PCT-JUROS
WCS-32                                   WRK-CBPA2EST-DIAS-CAREN
WCS-19     END-IF.
WCS-19 2085-OBTER-SALDO-LOTE-EXIT.
WCS-19     EXIT.
WCS-19 2095-ABATER-OCORRENCIA.
WCS-19     IF WRK-CBPA2ESL-CNEGOC (WRK-SUB-BL2) = WRK-CNEGOC-COBR
WCS-19        AND WRK-CBPA2ESL-OCOR-ACHOU (WRK-SUB-BL2)
WCS-32         IF WRK-VLR-PRINCIPAL <
WCS-19            WRK-CBPA2ESL-VLSALDO (WRK-SUB-BL2)
WCS-32             SUBTRACT WRK-VLR-PRINCIPAL FROM
WCS-19                 WRK-CBPA2ESL-VLSALDO (WRK-SUB-BL2)
WCS-19         ELSE
WCS-19             MOVE ZEROS          TO
WCS-23 2093-CREDITAR-OCORRENCIA.
WCS-23     IF WRK-CBPA2ESL-CNEGOC (WRK-SUB-BL2) = WRK-CNEGOC-COBR
WCS-23        AND WRK-CBPA2ESL-OCOR-ACHOU (WRK-SUB-BL2)
WCS-32         ADD WRK-VLR-PRINCIPAL   TO
WCS-23             WRK-CBPA2ESL-VLSALDO (WRK-SUB-BL2)
WCS-23     END-IF.
WCS-23     ADD 1                       TO WRK-SUB-BL2.
      *    MODULO CKRS0105 (INTERVALO CONFIGURAVEL VIA PARM).         *
      *----------------------------------------------------------------*
WCS-04 2200-VERIFICAR-CHECKPOINT.
WCS-34*    SIMULACAO: SEM CHECKPOINT E SEM CORTE (NADA A RETOMAR).
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         GO TO 2200-VERIFICAR-CHECKPOINT-EXIT
WCS-34     END-IF.
WCS-04     IF CKRS04-QTD-REG-CKPT > ZEROS
WCS-04         IF FUNCTION MOD (ACU-LIDOS-ARQBAIXA, CKRS04-QTD-REG-CKPT)
WCS-04            = ZEROS
WCS-23         PERFORM 2850-GRAVAR-BAIXAREJ
WCS-23                 THRU 2850-GRAVAR-BAIXAREJ-EXIT
WCS-23     ELSE
WCS-32         PERFORM 2457-SEPARAR-ENCARGO-ESTORNO
WCS-32                 THRU 2457-SEPARAR-ENCARGO-ESTORNO-EXIT
WCS-23         PERFORM 2760-GRAVAR-ESTORNO
WCS-23                 THRU 2760-GRAVAR-ESTORNO-EXIT
WCS-23     END-IF.
WCS-23 2455-PROCESSAR-ESTORNO-EXIT.
WCS-23     EXIT.
      *----------------------------------------------------------------*
      *    2457-SEPARAR-ENCARGO-ESTORNO - A BAIXA ORIGINAL PODE TER    *
      *    SIDO LIQUIDADA COM JUROS/MULTA POR ATRASO (PARCELA GRAVADA  *
      *    NO BXDUPL NA INCLUSAO). O ESTORNO DEVOLVE PRIMEIRO O        *
      *    ENCARGO, LIMITADO AO VALOR ESTORNADO, E SO O RESTANTE       *
      *    (PRINCIPAL) VOLTA AO SALDO DO TITULO. (WCS-32)              *
      *----------------------------------------------------------------*
WCS-32 2457-SEPARAR-ENCARGO-ESTORNO.
WCS-32     IF WRK-CBPA2DUP-VLR-ENCARGOS > WRK-VNMNAL-TITLO-COBR-R
WCS-32         MOVE WRK-VNMNAL-TITLO-COBR-R TO WRK-VLR-ENCARGOS
WCS-32     ELSE
WCS-32         MOVE WRK-CBPA2DUP-VLR-ENCARGOS TO WRK-VLR-ENCARGOS
WCS-32     END-IF.
WCS-32     COMPUTE WRK-VLR-PRINCIPAL =
WCS-32             WRK-VNMNAL-TITLO-COBR-R - WRK-VLR-ENCARGOS.
WCS-32 2457-SEPARAR-ENCARGO-ESTORNO-EXIT.
WCS-32     EXIT.
      *----------------------------------------------------------------*
      *    2470-AGUARDAR-BACKOFF-DB2 - ESPERA CRESCENTE (EM SEGUNDOS)  *
      *    ENTRE AS TENTATIVAS, VIA SERVICO DE DELAY DA LE (CEE3DLY).  *
      *    MARCADO COMO PARCIAL, COM O RESIDUAL APURADO PARA O         *
      *    RELPARC; ACIMA DA TOLERANCIA NO SENTIDO CONTRARIO (VALOR    *
      *    MAIOR QUE O SALDO) CONTINUA REJEITANDO. (WCS-16)            *
      *    VALOR MAIOR QUE O SALDO ALEM DA TOLERANCIA SO E ACEITO      *
      *    QUANDO O TITULO ESTA VENCIDO E O EXCESSO CORRESPONDE AOS    *
      *    JUROS/MULTA APURADOS PARA A DATA DA BAIXA (2485); O VALOR   *
      *    RECEBIDO E ENTAO SEPARADO EM PRINCIPAL (O PROPRIO SALDO) E  *
      *    ENCARGOS (O EXCESSO). (WCS-32)                              *
      *----------------------------------------------------------------*
WCS-06 2480-VALIDAR-SALDO-CBPA2EST.
WCS-06     SET WRK-SALDO-OK            TO TRUE.
WCS-16     SET WRK-BAIXA-PARCIAL-NAO   TO TRUE.
WCS-16     MOVE ZEROS                  TO WRK-VLR-RESIDUAL.
WCS-32     MOVE ZEROS                  TO WRK-VLR-ENCARGOS.
WCS-32     MOVE WRK-VNMNAL-TITLO-COBR-R TO WRK-VLR-PRINCIPAL.
      *
WCS-11     IF WRK-CBPA2EST-MOEDA NOT = WRK-ECONM-MOEDA-R-X4
WCS-11         SET WRK-SALDO-DIVERGENTE      TO TRUE
WCS-16                 WRK-CBPA2EST-VLSALDO - WRK-VNMNAL-TITLO-COBR-R
WCS-16         GO TO 2480-VALIDAR-SALDO-CBPA2EST-EXIT
WCS-16     END-IF.
WCS-32     IF WRK-DIFERENCA-SALDO > WRK-TOLERANCIA-VLR
WCS-32        AND WRK-VNMNAL-TITLO-COBR-R > WRK-CBPA2EST-VLSALDO
WCS-32         PERFORM 2485-APURAR-ENCARGOS
WCS-32                 THRU 2485-APURAR-ENCARGOS-EXIT
WCS-32         IF WRK-ENCARGOS-ACEITOS
WCS-32             GO TO 2480-VALIDAR-SALDO-CBPA2EST-EXIT
WCS-32         END-IF
WCS-32     END-IF.
WCS-06     IF WRK-DIFERENCA-SALDO > WRK-TOLERANCIA-VLR
WCS-06         SET WRK-SALDO-DIVERGENTE      TO TRUE
WCS-06         ADD 1                      TO ACU-DESPREZADOS-SALDO
WCS-06     END-IF.
WCS-06 2480-VALIDAR-SALDO-CBPA2EST-EXIT.
WCS-06     EXIT.
      *----------------------------------------------------------------*
      *    2485-APURAR-ENCARGOS - APURA OS JUROS/MULTA DEVIDOS NA      *
      *    DATA DA BAIXA PELA REGRA DO TITULO: SO HA ENCARGO COM       *
      *    VENCIMENTO INFORMADO E ATRASO ALEM DOS DIAS DE CARENCIA.    *
      *    MULTA = % SOBRE O SALDO (UMA VEZ); JUROS = % AO DIA SOBRE   *
      *    O SALDO x DIAS CORRIDOS DESDE O VENCIMENTO. O VALOR         *
      *    RECEBIDO E ACEITO SE BATER, NA TOLERANCIA, COM SALDO +      *
      *    ENCARGOS APURADOS; O ENCARGO GRAVADO E O EXCESSO EFETIVO    *
      *    SOBRE O SALDO, PARA QUE PRINCIPAL + ENCARGO FECHE COM O     *
      *    VALOR PAGO. ENCARGO ACIMA DA CAPACIDADE DO BXDUPL NAO E     *
      *    ACEITO (A BAIXA CAI NO SALDO DIVERGENTE). (WCS-32)          *
      *----------------------------------------------------------------*
WCS-32 2485-APURAR-ENCARGOS.
WCS-32     SET WRK-ENCARGOS-NAO-ACEITOS TO TRUE.
WCS-32     MOVE ZEROS                  TO WRK-DIAS-ATRASO
WCS-32                                    WRK-VLR-MULTA
WCS-32                                    WRK-VLR-JUROS
WCS-32                                    WRK-VLR-ENCARGOS-ESPERADO.
WCS-32     IF WRK-CBPA2EST-DTVENC = ZEROS
WCS-32        OR REA-DATA-BAIXA NOT > WRK-CBPA2EST-DTVENC
WCS-32         GO TO 2485-APURAR-ENCARGOS-EXIT
WCS-32     END-IF.
      *
WCS-32     COMPUTE WRK-DIAS-VENCIMENTO =
WCS-32             FUNCTION INTEGER-OF-DATE (WRK-CBPA2EST-DTVENC).
WCS-32     COMPUTE WRK-DIAS-ATRASO =
WCS-32             FUNCTION INTEGER-OF-DATE (REA-DATA-BAIXA)
WCS-32             - WRK-DIAS-VENCIMENTO.
WCS-32     IF WRK-DIAS-VENCIMENTO = ZEROS
WCS-32        OR WRK-DIAS-ATRASO NOT > WRK-CBPA2EST-DIAS-CAREN
WCS-32         GO TO 2485-APURAR-ENCARGOS-EXIT
WCS-32     END-IF.
      *
WCS-32     COMPUTE WRK-VLR-MULTA ROUNDED =
WCS-32             WRK-CBPA2EST-VLSALDO * WRK-CBPA2EST-PCT-MULTA / 100.
WCS-32     COMPUTE WRK-VLR-JUROS ROUNDED =
WCS-32             WRK-CBPA2EST-VLSALDO * WRK-CBPA2EST-PCT-JUROS
WCS-32             * WRK-DIAS-ATRASO / 100.
WCS-32     COMPUTE WRK-VLR-ENCARGOS-ESPERADO =
WCS-32             WRK-VLR-MULTA + WRK-VLR-JUROS.
WCS-32     IF WRK-VLR-ENCARGOS-ESPERADO = ZEROS
WCS-32         GO TO 2485-APURAR-ENCARGOS-EXIT
WCS-32     END-IF.
      *
WCS-32     COMPUTE WRK-DIFERENCA-ENCARGOS =
WCS-32             WRK-VNMNAL-TITLO-COBR-R - WRK-CBPA2EST-VLSALDO
WCS-32             - WRK-VLR-ENCARGOS-ESPERADO.
WCS-32     IF WRK-DIFERENCA-ENCARGOS < ZEROS
WCS-32         COMPUTE WRK-DIFERENCA-ENCARGOS =
WCS-32                 WRK-DIFERENCA-ENCARGOS * -1
WCS-32     END-IF.
WCS-32     IF WRK-DIFERENCA-ENCARGOS > WRK-TOLERANCIA-VLR
WCS-32         GO TO 2485-APURAR-ENCARGOS-EXIT
WCS-32     END-IF.
      *
WCS-32     COMPUTE WRK-VLR-ENCARGOS =
WCS-32             WRK-VNMNAL-TITLO-COBR-R - WRK-CBPA2EST-VLSALDO.
      *
      *    O ENCARGO VAI PARA O BXDUPL (9(007)V99) PARA O ESTORNO:
      *    ACIMA DA CAPACIDADE A BAIXA NAO E ACEITA E SEGUE PARA O
      *    BAIXAREJ COMO SALDO DIVERGENTE, PARA TRATAMENTO MANUAL.
WCS-32     IF WRK-VLR-ENCARGOS > WRK-VLR-ENCARGOS-MAXIMO
WCS-32         DISPLAY 'AVISO: ENCARGOS ACIMA DA CAPACIDADE DO '
WCS-32                 'BXDUPL - NOSSO NUMERO: ' REA-NOSSO-NUMERO
WCS-32                 ' ENCARGOS: ' WRK-VLR-ENCARGOS
WCS-32         MOVE ZEROS              TO WRK-VLR-ENCARGOS
WCS-32         GO TO 2485-APURAR-ENCARGOS-EXIT
WCS-32     END-IF.
WCS-32     SET WRK-ENCARGOS-ACEITOS    TO TRUE.
WCS-32     MOVE WRK-CBPA2EST-VLSALDO   TO WRK-VLR-PRINCIPAL.
WCS-32 2485-APURAR-ENCARGOS-EXIT.
WCS-32     EXIT.
      *----------------------------------------------------------------*
      *    2490-TRATAR-BAIXA-NAO-ACHOU - A CBPA2EST NAO ENCONTROU O    *
      *    TITULO PARA A AGENCIA/CONTA INFORMADA NO ARQBAIXA. EM VEZ   *
      *    NO BXDUPL ABENDA O JOB. (WCS-14)                            *
      *----------------------------------------------------------------*
WCS-14 2550-CHAMAR-CBPA2DUP.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34        AND (WRK-CBPA2DUP-CONSULTAR
WCS-34             OR WRK-CBPA2DUP-INCLUIR
WCS-34             OR WRK-CBPA2DUP-EXCLUIR)
WCS-34         PERFORM 2560-SIMULAR-CBPA2DUP
WCS-34                 THRU 2560-SIMULAR-CBPA2DUP-EXIT
WCS-34         IF WRK-ACHOU-SDU > ZEROS
WCS-34            OR NOT WRK-CBPA2DUP-CONSULTAR
WCS-34             GO TO 2550-CHAMAR-CBPA2DUP-EXIT
WCS-34         END-IF
WCS-34     END-IF.
WCS-14     CALL WRK-CBPA2DUP USING WRK-AREA-CBPA2DUP.
WCS-14     IF WRK-CBPA2DUP-ERRO
WCS-14         MOVE WRK-CBPA2DUP       TO FRWKGMOD-MODULO
WCS-14     END-IF.
WCS-14 2550-CHAMAR-CBPA2DUP-EXIT.
WCS-14     EXIT.
      *----------------------------------------------------------------*
      *    2560-SIMULAR-CBPA2DUP - NA SIMULACAO AS INCLUSOES E         *
      *    EXCLUSOES DO RUN FICAM NA TABELA WRK-TAB-SIM-DUPL E O       *
      *    BXDUPL SO E LIDO: A CONSULTA OLHA PRIMEIRO A TABELA (CHAVE  *
      *    INCLUIDA OU EXCLUIDA NESTE RUN) E, SE A CHAVE NAO FOI       *
      *    TOCADA NO RUN, O CONTROLE PERSISTENTE. TABELA ESGOTADA      *
      *    DEIXA DE PREVER AS DUPLICATAS INTERNAS AO ARQUIVO DAI EM    *
      *    DIANTE, O QUE E AVISADO NO RELSIM. (WCS-34)                 *
      *----------------------------------------------------------------*
WCS-34 2560-SIMULAR-CBPA2DUP.
WCS-34     MOVE ZEROS                  TO WRK-ACHOU-SDU.
WCS-34     PERFORM 2565-PESQUISAR-SIM-DUPL
WCS-34             THRU 2565-PESQUISAR-SIM-DUPL-EXIT
WCS-34             VARYING WRK-SUB-SDU FROM 1 BY 1
WCS-34             UNTIL WRK-SUB-SDU > WRK-QTD-SDU
WCS-34             OR WRK-ACHOU-SDU > ZEROS.
WCS-34*
WCS-34*    CONSULTA DE CHAVE NAO TOCADA NO RUN SEGUE PARA O BXDUPL.
WCS-34     IF WRK-CBPA2DUP-CONSULTAR
WCS-34         IF WRK-ACHOU-SDU > ZEROS
WCS-34             IF SDU-INCLUIDA (WRK-ACHOU-SDU)
WCS-34                 SET WRK-CBPA2DUP-ACHOU     TO TRUE
WCS-34                 MOVE SDU-VALOR (WRK-ACHOU-SDU)
WCS-34                                     TO WRK-CBPA2DUP-VALOR
WCS-34                 MOVE SDU-VLR-ENCARGOS (WRK-ACHOU-SDU)
WCS-34                                     TO WRK-CBPA2DUP-VLR-ENCARGOS
WCS-34             ELSE
WCS-34                 SET WRK-CBPA2DUP-NAO-ACHOU TO TRUE
WCS-34             END-IF
WCS-34         END-IF
WCS-34         GO TO 2560-SIMULAR-CBPA2DUP-EXIT
WCS-34     END-IF.
WCS-34*
WCS-34     IF WRK-ACHOU-SDU = ZEROS
WCS-34         IF WRK-QTD-SDU >= WRK-MAX-SDU
WCS-34             ADD 1               TO WRK-QTD-SDU-EXCEDIDA
WCS-34             SET WRK-CBPA2DUP-NAO-ACHOU TO TRUE
WCS-34             GO TO 2560-SIMULAR-CBPA2DUP-EXIT
WCS-34         END-IF
WCS-34         ADD 1                   TO WRK-QTD-SDU
WCS-34         MOVE WRK-QTD-SDU        TO WRK-ACHOU-SDU
WCS-34         MOVE WRK-CBPA2DUP-CHAVE TO SDU-CHAVE (WRK-ACHOU-SDU)
WCS-34     END-IF.
WCS-34     IF WRK-CBPA2DUP-INCLUIR
WCS-34         SET SDU-INCLUIDA (WRK-ACHOU-SDU) TO TRUE
WCS-34         MOVE WRK-CBPA2DUP-VALOR TO SDU-VALOR (WRK-ACHOU-SDU)
WCS-34         MOVE WRK-CBPA2DUP-VLR-ENCARGOS TO
WCS-34              SDU-VLR-ENCARGOS (WRK-ACHOU-SDU)
WCS-34     ELSE
WCS-34         SET SDU-EXCLUIDA (WRK-ACHOU-SDU) TO TRUE
WCS-34     END-IF.
WCS-34     SET WRK-CBPA2DUP-NAO-ACHOU  TO TRUE.
WCS-34 2560-SIMULAR-CBPA2DUP-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    2565-PESQUISAR-SIM-DUPL                                     *
      *----------------------------------------------------------------*
WCS-34 2565-PESQUISAR-SIM-DUPL.
WCS-34     IF SDU-CHAVE (WRK-SUB-SDU) = WRK-CBPA2DUP-CHAVE
WCS-34         MOVE WRK-SUB-SDU        TO WRK-ACHOU-SDU
WCS-34     END-IF.
WCS-34 2565-PESQUISAR-SIM-DUPL-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    2600-TRATAR-DUPLICADO - A MESMA CHAVE JA FOI GRAVADA (NESTE *
      *    RUN OU EM RUN ANTERIOR DENTRO DA RETENCAO). CASO CLARO      *
           MOVE REA-NOSSO-NUMERO      TO TITDUPL-NOSSO-NUMERO.
           MOVE WRK-VNMNAL-TITLO-COBR-R TO TITDUPL-VALOR.
           MOVE REA-DATA-BAIXA        TO TITDUPL-DATA-BAIXA.
WCS-35     MOVE REA-SEQUENCIA         TO TITDUPL-SEQUENCIA.
WCS-14     MOVE 'DIVERGE DE BAIXA JA PROCESSADA'
                                       TO TITDUPL-MOTIVO.
      *
WCS-08             MOVE WRK-AGENC-CNEGOC   TO B36-AGENC-CNEGOC
WCS-08             MOVE WRK-CONTA-CNEGOC   TO B36-CONTA-CNEGOC
WCS-08             MOVE REA-NOSSO-NUMERO   TO B36-NOSSO-NUMERO
WCS-32             MOVE WRK-VLR-PRINCIPAL
WCS-08                                     TO B36-VALOR-BAIXA
WCS-08             MOVE WRK-ECONM-MOEDA-R-X4
WCS-08                                     TO B36-MOEDA
WCS-16             END-IF
WCS-08             MOVE WRK-COD-CANAL-PIX  TO B36-COD-CANAL
WCS-29             MOVE WRK-VLR-RESIDUAL   TO B36-VLR-RESIDUAL
WCS-32             MOVE WRK-VLR-ENCARGOS   TO B36-VLR-ENCARGOS
WCS-08             WRITE REG-BAIXA36 FROM WRK-REG-BAIXA36
WCS-08             IF WRK-FS-BAIXA36 NOT = '00'
WCS-08                 MOVE WRK-GRAVACAO   TO WRK-OPERACAO
WCS-08             ADD 1                   TO ACU-GRAVADOS-BAIXA-16
WCS-17             COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-17             ADD 1                TO AGEN-QTD-B36 (WRK-SUB-AGEN)
WCS-32             ADD WRK-VLR-PRINCIPAL
WCS-17                                  TO AGEN-VLR-B36 (WRK-SUB-AGEN)
WCS-18             MOVE WRK-DISP-GRAVADA-B36
WCS-18                                  TO WRK-RET-DISP
               MOVE WRK-AGENC-CNEGOC   TO B34-AGENC-CNEGOC
               MOVE WRK-CONTA-CNEGOC   TO B34-CONTA-CNEGOC
               MOVE REA-NOSSO-NUMERO   TO B34-NOSSO-NUMERO
WCS-32         MOVE WRK-VLR-PRINCIPAL
                                       TO B34-VALOR-BAIXA
               MOVE WRK-ECONM-MOEDA-R-X4
                                       TO B34-MOEDA
               MOVE '14'               TO B34-TIPO-BAIXA
WCS-16         END-IF
WCS-29         MOVE WRK-VLR-RESIDUAL   TO B34-VLR-RESIDUAL
WCS-32         MOVE WRK-VLR-ENCARGOS   TO B34-VLR-ENCARGOS
               WRITE REG-BAIXA34 FROM WRK-REG-BAIXA34
               IF WRK-FS-BAIXA34 NOT = '00'
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
               ADD 1                   TO ACU-GRAVADOS-BAIXA-14
WCS-17         COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-17         ADD 1                TO AGEN-QTD-B34 (WRK-SUB-AGEN)
WCS-32         ADD WRK-VLR-PRINCIPAL
WCS-17                              TO AGEN-VLR-B34 (WRK-SUB-AGEN)
WCS-18         MOVE WRK-DISP-GRAVADA-B34
WCS-18                              TO WRK-RET-DISP
               MOVE WRK-AGENC-CNEGOC   TO B35-AGENC-CNEGOC
               MOVE WRK-CONTA-CNEGOC   TO B35-CONTA-CNEGOC
               MOVE REA-NOSSO-NUMERO   TO B35-NOSSO-NUMERO
WCS-32         MOVE WRK-VLR-PRINCIPAL
                                       TO B35-VALOR-BAIXA
               MOVE WRK-ECONM-MOEDA-R-X4
                                       TO B35-MOEDA
               MOVE '15'               TO B35-TIPO-BAIXA
WCS-16         END-IF
WCS-29         MOVE WRK-VLR-RESIDUAL   TO B35-VLR-RESIDUAL
WCS-32         MOVE WRK-VLR-ENCARGOS   TO B35-VLR-ENCARGOS
               WRITE REG-BAIXA35 FROM WRK-AREA-CBPAW031
               IF WRK-FS-BAIXA35 NOT = '00'
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
               ADD 1                   TO ACU-GRAVADOS-BAIXA-15
WCS-17         COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-17         ADD 1                TO AGEN-QTD-B35 (WRK-SUB-AGEN)
WCS-32         ADD WRK-VLR-PRINCIPAL
WCS-17                              TO AGEN-VLR-B35 (WRK-SUB-AGEN)
WCS-18         MOVE WRK-DISP-GRAVADA-B35
WCS-18                              TO WRK-RET-DISP
WCS-08     END-EVALUATE.
      *
WCS-24     MOVE WRK-AGENC-CNEGOC      TO WRK-CTB-AGENC.
WCS-32     MOVE WRK-VLR-PRINCIPAL
WCS-24                                 TO WRK-CTB-VALOR.
WCS-24     PERFORM 2705-ACUMULAR-CONTABIL
WCS-24             THRU 2705-ACUMULAR-CONTABIL-EXIT.
WCS-32     MOVE WRK-VLR-ENCARGOS      TO WRK-CTB-VLR-ENC.
WCS-32     PERFORM 2707-ACUMULAR-ENCARGOS
WCS-32             THRU 2707-ACUMULAR-ENCARGOS-EXIT.
      *
           MOVE WRK-CNEGOC-COBR       TO TITBAIXA-CNEGOC.
           MOVE REA-NOSSO-NUMERO      TO TITBAIXA-NOSSO-NUMERO.
WCS-32     MOVE WRK-VLR-PRINCIPAL
                                       TO TITBAIXA-VALOR.
           MOVE WRK-ECONM-MOEDA-R-X4  TO TITBAIXA-MOEDA.
           MOVE REA-DATA-BAIXA        TO TITBAIXA-DATA-BAIXA.
WCS-32     MOVE WRK-VLR-ENCARGOS      TO TITBAIXA-VLR-ENCARGOS.
WCS-16     IF WRK-BAIXA-PARCIAL-SIM
WCS-16         MOVE '02'              TO TITBAIXA-TIPO-BAIXA
WCS-16     ELSE
WCS-24             MOVE 8              TO WRK-SUB-CTB
WCS-24         WHEN '46'
WCS-24             MOVE 9              TO WRK-SUB-CTB
WCS-32         WHEN '17'
WCS-32             MOVE 10             TO WRK-SUB-CTB
WCS-32         WHEN '18'
WCS-32             MOVE 11             TO WRK-SUB-CTB
WCS-32         WHEN '19'
WCS-32             MOVE 12             TO WRK-SUB-CTB
WCS-32         WHEN '47'
WCS-32             MOVE 13             TO WRK-SUB-CTB
WCS-32         WHEN '48'
WCS-32             MOVE 14             TO WRK-SUB-CTB
WCS-32         WHEN '49'
WCS-32             MOVE 15             TO WRK-SUB-CTB
WCS-24         WHEN OTHER
WCS-24             MOVE ZEROS          TO WRK-SUB-CTB
WCS-24     END-EVALUATE.
WCS-24     END-IF.
WCS-24 2705-ACUMULAR-CONTABIL-EXIT.
WCS-24     EXIT.
      *----------------------------------------------------------------*
      *    2707-ACUMULAR-ENCARGOS - JUROS/MULTA CONTIDOS NO            *
      *    LANCAMENTO CORRENTE (WRK-CTB-TIPO-ATUAL DO PRINCIPAL JA     *
      *    ACUMULADO PELO 2705) VIRAM UM LANCAMENTO PROPRIO DE         *
      *    RECEITA: TIPO '17'/'18'/'19' (CREDITO) NA BAIXA E           *
      *    '47'/'48'/'49' (DEBITO) NO ESTORNO, CONFORME O CANAL.       *
      *    ALIMENTA TAMBEM A COLUNA DO RELAGEN E OS TOTAIS DO RELCTL.  *
      *    USADO NO FLUXO NORMAL E NAS RECONTAGENS DO RESTART.         *
      *    (WCS-32)                                                    *
      *----------------------------------------------------------------*
WCS-32 2707-ACUMULAR-ENCARGOS.
WCS-32     IF WRK-CTB-VLR-ENC = ZEROS
WCS-32         GO TO 2707-ACUMULAR-ENCARGOS-EXIT
WCS-32     END-IF.
WCS-32     COMPUTE WRK-SUB-AGEN = WRK-CTB-AGENC + 1.
WCS-32     IF WRK-CTB-TIPO-ATUAL (1:1) = '4'
WCS-32         ADD 1                   TO ACU-ESTORNOS-ENCARGOS
WCS-32         ADD WRK-CTB-VLR-ENC     TO WRK-TOT-VLR-ENC-ESTORNO
WCS-32         SUBTRACT WRK-CTB-VLR-ENC
WCS-32                                 FROM AGEN-VLR-ENC (WRK-SUB-AGEN)
WCS-32     ELSE
WCS-32         ADD 1                   TO ACU-BAIXAS-ENCARGOS
WCS-32         ADD WRK-CTB-VLR-ENC     TO WRK-TOT-VLR-ENC-BAIXA
WCS-32         ADD WRK-CTB-VLR-ENC     TO AGEN-VLR-ENC (WRK-SUB-AGEN)
WCS-32         MOVE '1'                TO WRK-CTB-TIPO-ATUAL (1:1)
WCS-32     END-IF.
WCS-32     EVALUATE WRK-CTB-TIPO-ATUAL (2:1)
WCS-32         WHEN '4'
WCS-32             MOVE '7'            TO WRK-CTB-TIPO-ATUAL (2:1)
WCS-32         WHEN '5'
WCS-32             MOVE '8'            TO WRK-CTB-TIPO-ATUAL (2:1)
WCS-32         WHEN OTHER
WCS-32             MOVE '9'            TO WRK-CTB-TIPO-ATUAL (2:1)
WCS-32     END-EVALUATE.
WCS-32     MOVE WRK-CTB-VLR-ENC        TO WRK-CTB-VALOR.
WCS-32     PERFORM 2705-ACUMULAR-CONTABIL
WCS-32             THRU 2705-ACUMULAR-CONTABIL-EXIT.
WCS-32 2707-ACUMULAR-ENCARGOS-EXIT.
WCS-32     EXIT.
      *----------------------------------------------------------------*
      *    2710-ATUALIZAR-SALDO-CBPA2ATU - EFETIVA A BAIXA NA BASE     *
      *    DB2 (DECREMENTO DO SALDO + MOVIMENTO) VIA CBPA2ATU, COM     *
      *    JOB. (WCS-15)                                               *
      *----------------------------------------------------------------*
WCS-15 2710-ATUALIZAR-SALDO-CBPA2ATU.
WCS-34*    SIMULACAO: A ATUALIZACAO E SO CONTADA (BATIMENTO DO
WCS-34*    ARQCONT), SEM CHAMAR O CBPA2ATU.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         ADD 1                  TO ACU-ATUALIZADOS-SALDO
WCS-34         GO TO 2710-ATUALIZAR-SALDO-CBPA2ATU-EXIT
WCS-34     END-IF.
WCS-23     IF WRK-ESTORNO-SIM
WCS-23         SET WRK-CBPA2ATU-ESTORNAR TO TRUE
WCS-23     ELSE
WCS-15     MOVE WRK-CONTA-CNEGOC      TO WRK-CBPA2ATU-CONTA.
WCS-15     MOVE WRK-CNEGOC-COBR       TO WRK-CBPA2ATU-CNEGOC.
WCS-15     MOVE REA-NOSSO-NUMERO      TO WRK-CBPA2ATU-NOSSO.
WCS-32     MOVE WRK-VLR-PRINCIPAL     TO WRK-CBPA2ATU-VALOR.
WCS-32     MOVE WRK-VLR-ENCARGOS      TO WRK-CBPA2ATU-VLR-ENCARGOS.
WCS-15     MOVE REA-DATA-BAIXA        TO WRK-CBPA2ATU-DATA-BAIXA.
WCS-15     MOVE REA-TIPO-BAIXA        TO WRK-CBPA2ATU-TIPO-BAIXA.
WCS-28     MOVE WRK-DATA-9-8          TO WRK-CBPA2ATU-DATA-PROC.
WCS-14     MOVE REA-NOSSO-NUMERO       TO WRK-CBPA2DUP-NOSSO.
WCS-14     MOVE REA-SEQUENCIA          TO WRK-CBPA2DUP-SEQ.
WCS-14     MOVE WRK-VNMNAL-TITLO-COBR-R TO WRK-CBPA2DUP-VALOR.
WCS-32     MOVE WRK-VLR-ENCARGOS       TO WRK-CBPA2DUP-VLR-ENCARGOS.
WCS-14     MOVE WRK-DATA-9-8           TO WRK-CBPA2DUP-DATA-MOVTO.
WCS-14     MOVE HDR-NUM-SEQUENCIA      TO WRK-CBPA2DUP-ARQ-SEQ.
WCS-14     MOVE ACU-LIDOS-ARQBAIXA     TO WRK-CBPA2DUP-NUM-REG.
WCS-23             MOVE WRK-AGENC-CNEGOC   TO B36-AGENC-CNEGOC
WCS-23             MOVE WRK-CONTA-CNEGOC   TO B36-CONTA-CNEGOC
WCS-23             MOVE REA-NOSSO-NUMERO   TO B36-NOSSO-NUMERO
WCS-32             MOVE WRK-VLR-PRINCIPAL
WCS-23                                     TO B36-VALOR-BAIXA
WCS-23             MOVE WRK-ECONM-MOEDA-R-X4
WCS-23                                     TO B36-MOEDA
WCS-23             MOVE '46'               TO B36-TIPO-BAIXA
WCS-23             MOVE WRK-COD-CANAL-PIX  TO B36-COD-CANAL
WCS-29             MOVE ZEROS              TO B36-VLR-RESIDUAL
WCS-32             MOVE WRK-VLR-ENCARGOS   TO B36-VLR-ENCARGOS
WCS-23             WRITE REG-BAIXA36 FROM WRK-REG-BAIXA36
WCS-23             IF WRK-FS-BAIXA36 NOT = '00'
WCS-23                 MOVE WRK-GRAVACAO   TO WRK-OPERACAO
WCS-23             ADD 1                   TO ACU-GRAVADOS-BAIXA-16
WCS-23             COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-23             ADD 1                TO AGEN-QTD-B36 (WRK-SUB-AGEN)
WCS-32             ADD WRK-VLR-PRINCIPAL
WCS-23                                  TO AGEN-VLR-B36 (WRK-SUB-AGEN)
WCS-24             MOVE B36-TIPO-BAIXA  TO WRK-CTB-TIPO-ATUAL
WCS-23         WHEN FUNCTION MOD (WRK-CONTA-CNEGOC, 2) = 0
WCS-23             MOVE WRK-AGENC-CNEGOC   TO B34-AGENC-CNEGOC
WCS-23             MOVE WRK-CONTA-CNEGOC   TO B34-CONTA-CNEGOC
WCS-23             MOVE REA-NOSSO-NUMERO   TO B34-NOSSO-NUMERO
WCS-32             MOVE WRK-VLR-PRINCIPAL
WCS-23                                     TO B34-VALOR-BAIXA
WCS-23             MOVE WRK-ECONM-MOEDA-R-X4
WCS-23                                     TO B34-MOEDA
WCS-23             MOVE REA-DATA-BAIXA     TO B34-DATA-BAIXA
WCS-23             MOVE '44'               TO B34-TIPO-BAIXA
WCS-29             MOVE ZEROS              TO B34-VLR-RESIDUAL
WCS-32             MOVE WRK-VLR-ENCARGOS   TO B34-VLR-ENCARGOS
WCS-23             WRITE REG-BAIXA34 FROM WRK-REG-BAIXA34
WCS-23             IF WRK-FS-BAIXA34 NOT = '00'
WCS-23                 MOVE WRK-GRAVACAO   TO WRK-OPERACAO
WCS-23             ADD 1                   TO ACU-GRAVADOS-BAIXA-14
WCS-23             COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-23             ADD 1                TO AGEN-QTD-B34 (WRK-SUB-AGEN)
WCS-32             ADD WRK-VLR-PRINCIPAL
WCS-23                                  TO AGEN-VLR-B34 (WRK-SUB-AGEN)
WCS-24             MOVE B34-TIPO-BAIXA  TO WRK-CTB-TIPO-ATUAL
WCS-23         WHEN OTHER
WCS-23             MOVE WRK-AGENC-CNEGOC   TO B35-AGENC-CNEGOC
WCS-23             MOVE WRK-CONTA-CNEGOC   TO B35-CONTA-CNEGOC
WCS-23             MOVE REA-NOSSO-NUMERO   TO B35-NOSSO-NUMERO
WCS-32             MOVE WRK-VLR-PRINCIPAL
WCS-23                                     TO B35-VALOR-BAIXA
WCS-23             MOVE WRK-ECONM-MOEDA-R-X4
WCS-23                                     TO B35-MOEDA
WCS-23             MOVE REA-DATA-BAIXA     TO B35-DATA-BAIXA
WCS-23             MOVE '45'               TO B35-TIPO-BAIXA
WCS-29             MOVE ZEROS              TO B35-VLR-RESIDUAL
WCS-32             MOVE WRK-VLR-ENCARGOS   TO B35-VLR-ENCARGOS
WCS-23             WRITE REG-BAIXA35 FROM WRK-AREA-CBPAW031
WCS-23             IF WRK-FS-BAIXA35 NOT = '00'
WCS-23                 MOVE WRK-GRAVACAO   TO WRK-OPERACAO
WCS-23             ADD 1                   TO ACU-GRAVADOS-BAIXA-15
WCS-23             COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1
WCS-23             ADD 1                TO AGEN-QTD-B35 (WRK-SUB-AGEN)
WCS-32             ADD WRK-VLR-PRINCIPAL
WCS-23                                  TO AGEN-VLR-B35 (WRK-SUB-AGEN)
WCS-24             MOVE B35-TIPO-BAIXA  TO WRK-CTB-TIPO-ATUAL
WCS-23     END-EVALUATE.
      *
WCS-24     MOVE WRK-AGENC-CNEGOC      TO WRK-CTB-AGENC.
WCS-32     MOVE WRK-VLR-PRINCIPAL
WCS-24                                 TO WRK-CTB-VALOR.
WCS-24     PERFORM 2705-ACUMULAR-CONTABIL
WCS-24             THRU 2705-ACUMULAR-CONTABIL-EXIT.
WCS-32     MOVE WRK-VLR-ENCARGOS      TO WRK-CTB-VLR-ENC.
WCS-32     PERFORM 2707-ACUMULAR-ENCARGOS
WCS-32             THRU 2707-ACUMULAR-ENCARGOS-EXIT.
      *
WCS-23     MOVE WRK-CNEGOC-COBR       TO TITBAIXA-CNEGOC.
WCS-23     MOVE REA-NOSSO-NUMERO      TO TITBAIXA-NOSSO-NUMERO.
WCS-32     MOVE WRK-VLR-PRINCIPAL
WCS-23                                 TO TITBAIXA-VALOR.
WCS-23     MOVE WRK-ECONM-MOEDA-R-X4  TO TITBAIXA-MOEDA.
WCS-23     MOVE REA-DATA-BAIXA        TO TITBAIXA-DATA-BAIXA.
WCS-32     MOVE WRK-VLR-ENCARGOS      TO TITBAIXA-VLR-ENCARGOS.
WCS-23     MOVE '03'                  TO TITBAIXA-TIPO-BAIXA.
WCS-23     WRITE REG-TITBAIXA.
WCS-23     IF WRK-FS-TITBAIXA NOT = '00'
WCS-23     ADD 1                      TO ACU-GRAVADOS-ESTORNOS.
WCS-23     COMPUTE WRK-SUB-AGEN = WRK-AGENC-CNEGOC + 1.
WCS-23     ADD 1                      TO AGEN-QTD-EST (WRK-SUB-AGEN).
WCS-32     ADD WRK-VLR-PRINCIPAL
WCS-23                                 TO AGEN-VLR-EST (WRK-SUB-AGEN).
      *
WCS-23     PERFORM 2720-GRAVAR-EXTRATO-JSON
      *    NO RELREEN DO PROXIMO CICLO DO CBPA2RSB. (WCS-18)           *
      *----------------------------------------------------------------*
WCS-18 2900-GRAVAR-RETORNO.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         PERFORM 2930-ACUMULAR-SIMULACAO
WCS-34                 THRU 2930-ACUMULAR-SIMULACAO-EXIT
WCS-34     ELSE
WCS-30         PERFORM 2910-GRAVAR-HISTORICO
WCS-30                 THRU 2910-GRAVAR-HISTORICO-EXIT
WCS-34     END-IF.
WCS-18     IF WRK-FONTE-REENVIO
WCS-18         GO TO 2900-GRAVAR-RETORNO-EXIT
WCS-18     END-IF.
WCS-18     END-EVALUATE.
WCS-18 2920-ACUMULAR-RETORNO-EXIT.
WCS-18     EXIT.
      *----------------------------------------------------------------*
      *    2930-ACUMULAR-SIMULACAO - SOMA A DISPOSICAO PREVISTA DA     *
      *    BAIXA CORRENTE (REDE E REENVIOS) PARA O RELSIM, PELO VALOR  *
      *    APRESENTADO NO ARQBAIXA; AS REJEITADAS SAO ABERTAS POR      *
      *    MOTIVO, COM A DESCRICAO DO BAIXAREJ. (WCS-34)               *
      *----------------------------------------------------------------*
WCS-34 2930-ACUMULAR-SIMULACAO.
WCS-34     IF WRK-RET-DISP IS NUMERIC
WCS-34         MOVE WRK-RET-DISP       TO WRK-MOTIVO-NUM
WCS-34         IF WRK-MOTIVO-NUM >= 1 AND WRK-MOTIVO-NUM <= 10
WCS-34             MOVE WRK-MOTIVO-NUM TO WRK-SUB-SIM
WCS-34             ADD 1               TO SIM-QTD-DISP (WRK-SUB-SIM)
WCS-34             ADD REA-VALOR-BAIXA TO SIM-VLR-DISP (WRK-SUB-SIM)
WCS-34         END-IF
WCS-34     END-IF.
WCS-34*
WCS-34     IF WRK-RET-DISP = WRK-DISP-REJEITADA
WCS-34        AND REJ-COD-MOTIVO IS NUMERIC
WCS-34         MOVE REJ-COD-MOTIVO     TO WRK-MOTIVO-NUM
WCS-34         IF WRK-MOTIVO-NUM >= 1 AND WRK-MOTIVO-NUM <= 10
WCS-34             MOVE WRK-MOTIVO-NUM TO WRK-SUB-SIM
WCS-34             ADD 1               TO SIM-QTD-MOT (WRK-SUB-SIM)
WCS-34             ADD REA-VALOR-BAIXA TO SIM-VLR-MOT (WRK-SUB-SIM)
WCS-34             MOVE REJ-DESC-MOTIVO
WCS-34                                 TO SIM-DESC-MOT (WRK-SUB-SIM)
WCS-34         END-IF
WCS-34     END-IF.
WCS-34 2930-ACUMULAR-SIMULACAO-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    2940-PROCESSAR-REENVIOS - ESGOTADO O ARQUIVO DA REDE,       *
      *    PROCESSA A ENTRADA COMPLEMENTAR ARQREENV (REENVIOS          *
WCS-02             THRU 3100-GERAR-RELATORIO-CONTROLE-EXIT.
WCS-28     IF WRK-CORTE-NAO
WCS-31        AND WRK-MODO-PARTICAO-NAO
WCS-34        AND WRK-SIMULACAO-NAO
WCS-13         PERFORM 3200-GRAVAR-CONTROLE-ARQ
WCS-13                 THRU 3200-GRAVAR-CONTROLE-ARQ-EXIT
WCS-28     END-IF.
WCS-24         PERFORM 3600-GERAR-ARQCONT
WCS-24                 THRU 3600-GERAR-ARQCONT-EXIT
WCS-28     END-IF.
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         PERFORM 3700-GERAR-RELSIM
WCS-34                 THRU 3700-GERAR-RELSIM-EXIT
WCS-34         CLOSE RELSIM
WCS-34     END-IF.
WCS-14     SET WRK-CBPA2DUP-FECHAR     TO TRUE.
WCS-14     PERFORM 2550-CHAMAR-CBPA2DUP
WCS-14             THRU 2550-CHAMAR-CBPA2DUP-EXIT.
WCS-31         MOVE WRK-AGEN-FINAL        TO WLR-DESCRICAO (31:4)
WCS-31         WRITE REG-RELCTL FROM WRK-LINHA-RELCTL
WCS-31     END-IF.
WCS-34*
WCS-34     IF WRK-SIMULACAO-SIM
WCS-34         MOVE SPACES                TO WRK-LINHA-RELCTL
WCS-34         MOVE 'SIMULACAO - NENHUMA ATUALIZACAO EFETIVADA'
WCS-34                                    TO WLR-DESCRICAO
WCS-34         WRITE REG-RELCTL FROM WRK-LINHA-RELCTL
WCS-34     END-IF.
WCS-02*
WCS-02     MOVE SPACES                    TO WRK-LINHA-RELCTL
WCS-02     WRITE REG-RELCTL FROM WRK-LINHA-RELCTL.
WCS-27     MOVE ACU-RETIDAS-BLOQUEIO      TO WLR-VALOR
WCS-27     WRITE REG-RELCTL FROM WRK-LINHA-RELCTL.
WCS-27*
WCS-32     MOVE 'BAIXAS COM JUROS/MULTA POR ATRASO'
WCS-32                                    TO WLR-DESCRICAO
WCS-32     MOVE ACU-BAIXAS-ENCARGOS       TO WLR-VALOR
WCS-32     WRITE REG-RELCTL FROM WRK-LINHA-RELCTL.
WCS-32*
WCS-32     MOVE SPACES                    TO WRK-LINHA-VALOR-RELCTL
WCS-32     MOVE 'VALOR DE JUROS/MULTA RECEBIDOS'
WCS-32                                    TO WLV-DESCRICAO
WCS-32     MOVE WRK-TOT-VLR-ENC-BAIXA     TO WLV-VALOR
WCS-32     WRITE REG-RELCTL FROM WRK-LINHA-VALOR-RELCTL.
WCS-32*
WCS-32     MOVE SPACES                    TO WRK-LINHA-RELCTL
WCS-32     MOVE 'ESTORNOS COM DEVOLUCAO DE JUROS/MULTA'
WCS-32                                    TO WLR-DESCRICAO
WCS-32     MOVE ACU-ESTORNOS-ENCARGOS     TO WLR-VALOR
WCS-32     WRITE REG-RELCTL FROM WRK-LINHA-RELCTL.
WCS-32*
WCS-32     MOVE SPACES                    TO WRK-LINHA-VALOR-RELCTL
WCS-32     MOVE 'VALOR DE JUROS/MULTA ESTORNADOS'
WCS-32                                    TO WLV-DESCRICAO
WCS-32     MOVE WRK-TOT-VLR-ENC-ESTORNO   TO WLV-VALOR
WCS-32     WRITE REG-RELCTL FROM WRK-LINHA-VALOR-RELCTL.
WCS-32     MOVE SPACES                    TO WRK-LINHA-RELCTL.
WCS-32*
WCS-31     IF WRK-MODO-PARTICAO-SIM
WCS-31         MOVE SPACES                TO WRK-LINHA-RELCTL
WCS-31         MOVE 'FORA DA FAIXA DA PARTICAO'
WCS-17        AND AGEN-QTD-NAC (WRK-SUB-AGEN) = ZEROS
WCS-23        AND AGEN-QTD-EST (WRK-SUB-AGEN) = ZEROS
WCS-27        AND AGEN-QTD-HLD (WRK-SUB-AGEN) = ZEROS
WCS-32        AND AGEN-VLR-ENC (WRK-SUB-AGEN) = ZEROS
WCS-17        AND WRK-QTD-REJ-AGEN = ZEROS
WCS-17         GO TO 3450-IMPRIMIR-AGENCIA-EXIT
WCS-17     END-IF.
WCS-17     MOVE WRK-QTD-REJ-AGEN            TO WLA-QTD-REJ.
WCS-17     MOVE AGEN-QTD-NAC (WRK-SUB-AGEN) TO WLA-QTD-NAC.
WCS-27     MOVE AGEN-QTD-HLD (WRK-SUB-AGEN) TO WLA-QTD-HLD.
WCS-32     MOVE AGEN-VLR-ENC (WRK-SUB-AGEN) TO WLA-VLR-ENC.
WCS-17     WRITE REG-RELAGEN FROM WRK-LINHA-RELAGEN.
WCS-17*
WCS-17     PERFORM 3470-IMPRIMIR-REJ-MOTIVO
      *    UM DETALHE POR AGENCIA X TIPO DE BAIXA COM MOVIMENTO E      *
      *    TRAILER DE TOTAIS. A QUANTIDADE TOTAL DE LANCAMENTOS E      *
      *    CONFRONTADA COM ACU-ATUALIZADOS-SALDO (TODA ATUALIZACAO     *
      *    DO CBPA2ATU REPRESENTADA EXATAMENTE UMA VEZ) MAIS OS        *
      *    LANCAMENTOS DE JUROS/MULTA (WCS-32) E A SITUACAO            *
      *    E APONTADA NO RELCTL, NO MESMO BATIMENTO DO FIM DE JOB.     *
      *    (WCS-24)                                                    *
      *----------------------------------------------------------------*
WCS-24     MOVE SPACES                 TO WRK-LINHA-RELCTL.
WCS-24     MOVE 'SITUACAO DO BATIMENTO CONTABIL'
WCS-24                                 TO WLR-DESCRICAO.
WCS-32     IF WRK-CTB-TOT-QTD = ACU-ATUALIZADOS-SALDO
WCS-32                        + ACU-BAIXAS-ENCARGOS
WCS-32                        + ACU-ESTORNOS-ENCARGOS
WCS-24         MOVE 'OK'               TO WLR-DESCRICAO (36:10)
WCS-24     ELSE
WCS-24         MOVE 'DIVERGENTE'       TO WLR-DESCRICAO (36:10)
WCS-24     PERFORM 3640-GRAVAR-CONT-TIPO
WCS-24             THRU 3640-GRAVAR-CONT-TIPO-EXIT
WCS-24             VARYING WRK-SUB-CTB FROM 1 BY 1
WCS-32             UNTIL WRK-SUB-CTB > 15.
WCS-24 3620-GRAVAR-CONT-AGENCIA-EXIT.
WCS-24     EXIT.
      *----------------------------------------------------------------*
      *    3640-GRAVAR-CONT-TIPO - UM DETALHE POR BALDE COM            *
      *    MOVIMENTO. O CANAL SAI DO PROPRIO TIPO DE BAIXA (DIGITO     *
      *    FINAL 4/5/6; 7/8/9 NOS JUROS/MULTA) E O SENTIDO E DEBITO    *
      *    PARA OS ESTORNOS ('44'/'45'/'46' E '47'/'48'/'49'),         *
      *    CREDITO PARA OS DEMAIS.                                     *
      *----------------------------------------------------------------*
WCS-24 3640-GRAVAR-CONT-TIPO.
WCS-24     IF CONT-QTD (WRK-SUB-AGEN, WRK-SUB-CTB) = ZEROS
WCS-24     MOVE WRK-TIPO-CTB (WRK-SUB-CTB)
WCS-24                                 TO CTD-TIPO-BAIXA.
WCS-24     EVALUATE CTD-TIPO-BAIXA (2:1)
WCS-32         WHEN '4'
WCS-32         WHEN '7'
WCS-24             MOVE '34'           TO CTD-COD-CANAL
WCS-32         WHEN '5'
WCS-32         WHEN '8'
WCS-24             MOVE '35'           TO CTD-COD-CANAL
WCS-24         WHEN OTHER
WCS-24             MOVE '36'           TO CTD-COD-CANAL
WCS-24     END-EVALUATE.
WCS-32     IF CTD-TIPO-BAIXA (1:1) = '4'
WCS-24         MOVE 'D'                TO CTD-IND-DEB-CRED
WCS-24         ADD CONT-VLR (WRK-SUB-AGEN, WRK-SUB-CTB)
WCS-24                                 TO WRK-CTB-TOT-DEB
WCS-24     END-IF.
WCS-24 3640-GRAVAR-CONT-TIPO-EXIT.
WCS-24     EXIT.
      *----------------------------------------------------------------*
      *    3700-GERAR-RELSIM - RELATORIO DA SIMULACAO: DISPOSICAO      *
      *    PREVISTA DE CADA BAIXA LIDA (REDE E REENVIOS), COM          *
      *    QUANTIDADE E VALOR APRESENTADO, E O BATIMENTO LIDOS =       *
      *    DISPOSICOES PREVISTAS + FORA DA PARTICAO. (WCS-34)          *
      *----------------------------------------------------------------*
WCS-34 3700-GERAR-RELSIM.
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     MOVE '***  CBPA2SAB - SIMULACAO DA BAIXA  ***'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34*
WCS-34     IF WRK-MODO-PARTICAO-SIM
WCS-34         MOVE SPACES             TO WRK-LINHA-RELSIM
WCS-34         MOVE 'PARTICAO'         TO WLS-DESCRICAO
WCS-34         MOVE WRK-NUM-PARTICAO   TO WLS-DESCRICAO (10:2)
WCS-34         MOVE '- AGENCIAS'       TO WLS-DESCRICAO (13:10)
WCS-34         MOVE WRK-AGEN-INICIAL   TO WLS-DESCRICAO (24:4)
WCS-34         MOVE 'A'                TO WLS-DESCRICAO (29:1)
WCS-34         MOVE WRK-AGEN-FINAL     TO WLS-DESCRICAO (31:4)
WCS-34         WRITE REG-RELSIM FROM WRK-LINHA-RELSIM
WCS-34     END-IF.
WCS-34*
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34     WRITE REG-RELSIM FROM WRK-CAB-RELSIM.
WCS-34     MOVE ZEROS                  TO WRK-TOTAL-SIM-QTD
WCS-34                                    WRK-TOTAL-SIM-VLR.
WCS-34*
WCS-34     MOVE 'ACEITAS CANAL 34 (BAIXA34)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 1                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'ACEITAS CANAL 35 (BAIXA35)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 2                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'ACEITAS CANAL 36 (BAIXA36)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 3                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'ESTORNOS ACEITOS'     TO WLS-DESCRICAO.
WCS-34     MOVE 7                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'DUPLICADAS CONSOLIDADAS'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 4                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'DUPLICADAS PARA REVISAO (TITDUPL)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 5                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'NAO ENCONTRADAS (BAIXANAC)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 6                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'RETIDAS POR BLOQUEIO (BAIXAHLD)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 8                      TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     MOVE 'REJEITADAS (BAIXAREJ)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE 10                     TO WRK-SUB-SIM.
WCS-34     PERFORM 3710-IMPRIMIR-DISP-SIM
WCS-34             THRU 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34*
WCS-34     PERFORM 3720-IMPRIMIR-MOT-SIM
WCS-34             THRU 3720-IMPRIMIR-MOT-SIM-EXIT
WCS-34             VARYING WRK-SUB-SIM FROM 1 BY 1
WCS-34             UNTIL WRK-SUB-SIM > 10.
WCS-34*
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     MOVE ALL '-'                TO WLS-DESCRICAO.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34*
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     MOVE 'TOTAL DAS DISPOSICOES PREVISTAS'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE WRK-TOTAL-SIM-QTD      TO WLS-QTD.
WCS-34     MOVE WRK-TOTAL-SIM-VLR      TO WLS-VALOR.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34*
WCS-34     IF WRK-MODO-PARTICAO-SIM
WCS-34         MOVE SPACES             TO WRK-LINHA-RELSIM
WCS-34         MOVE 'FORA DA PARTICAO' TO WLS-DESCRICAO
WCS-34         MOVE ACU-FORA-PARTICAO  TO WLS-QTD
WCS-34         WRITE REG-RELSIM FROM WRK-LINHA-RELSIM
WCS-34     END-IF.
WCS-34*
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     MOVE 'REGISTROS LIDOS (REDE E REENVIOS)'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     MOVE ACU-LIDOS-ARQBAIXA     TO WLS-QTD.
WCS-34     MOVE WRK-VLR-TOTAL-LIDO     TO WLS-VALOR.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34*
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34     MOVE 'SITUACAO DO BATIMENTO'
WCS-34                                 TO WLS-DESCRICAO.
WCS-34     IF ACU-LIDOS-ARQBAIXA =
WCS-34        WRK-TOTAL-SIM-QTD + ACU-FORA-PARTICAO
WCS-34         MOVE 'OK'               TO WLS-DESCRICAO (36:10)
WCS-34     ELSE
WCS-34         MOVE 'DIVERGENTE'       TO WLS-DESCRICAO (36:10)
WCS-34     END-IF.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34*
WCS-34     IF WRK-QTD-SDU-EXCEDIDA > ZEROS
WCS-34         MOVE SPACES             TO WRK-LINHA-RELSIM
WCS-34         MOVE 'CHAVES SEM PREVISAO DE DUPLICIDADE NO RUN'
WCS-34                                 TO WLS-DESCRICAO
WCS-34         MOVE WRK-QTD-SDU-EXCEDIDA TO WLS-QTD
WCS-34         WRITE REG-RELSIM FROM WRK-LINHA-RELSIM
WCS-34     END-IF.
WCS-34 3700-GERAR-RELSIM-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    3710-IMPRIMIR-DISP-SIM - LINHA DE UMA DISPOSICAO PREVISTA   *
      *    (DESCRICAO JA MONTADA EM WLS-DESCRICAO).                    *
      *----------------------------------------------------------------*
WCS-34 3710-IMPRIMIR-DISP-SIM.
WCS-34     MOVE SIM-QTD-DISP (WRK-SUB-SIM) TO WLS-QTD.
WCS-34     MOVE SIM-VLR-DISP (WRK-SUB-SIM) TO WLS-VALOR.
WCS-34     WRITE REG-RELSIM FROM WRK-LINHA-RELSIM.
WCS-34     ADD SIM-QTD-DISP (WRK-SUB-SIM) TO WRK-TOTAL-SIM-QTD.
WCS-34     ADD SIM-VLR-DISP (WRK-SUB-SIM) TO WRK-TOTAL-SIM-VLR.
WCS-34     MOVE SPACES                 TO WRK-LINHA-RELSIM.
WCS-34 3710-IMPRIMIR-DISP-SIM-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    3720-IMPRIMIR-MOT-SIM - ABERTURA DAS REJEITADAS POR MOTIVO  *
      *    (SO OS MOTIVOS COM OCORRENCIA).                             *
      *----------------------------------------------------------------*
WCS-34 3720-IMPRIMIR-MOT-SIM.
WCS-34     IF SIM-QTD-MOT (WRK-SUB-SIM) > ZEROS
WCS-34         MOVE SPACES             TO WRK-LINHA-RELSIM
WCS-34         MOVE '   MOTIVO'        TO WLS-DESCRICAO
WCS-34         MOVE WRK-SUB-SIM        TO WRK-MOTIVO-NUM
WCS-34         MOVE WRK-MOTIVO-NUM     TO WLS-DESCRICAO (11:2)
WCS-34         MOVE SIM-DESC-MOT (WRK-SUB-SIM)
WCS-34                                 TO WLS-DESCRICAO (15:30)
WCS-34         MOVE SIM-QTD-MOT (WRK-SUB-SIM) TO WLS-QTD
WCS-34         MOVE SIM-VLR-MOT (WRK-SUB-SIM) TO WLS-VALOR
WCS-34         WRITE REG-RELSIM FROM WRK-LINHA-RELSIM
WCS-34     END-IF.
WCS-34 3720-IMPRIMIR-MOT-SIM-EXIT.
WCS-34     EXIT.
      *----------------------------------------------------------------*
      *    3800-REGISTRAR-FIM-EXEC - FECHA A EXECUCAO NO HISTORICO DA  *
      *    CADEIA (CBPA2JOB, FUNCAO 'F'): SEQUENCIAS DO PRIMEIRO E DO  *
      *    ULTIMO ARQUIVO DA REDE PROCESSADOS, LIDOS DO ARQBAIXA,      *
      *    GRAVADOS NOS CANAIS 34/35/36, RETURN-CODE E INDICADOR DE    *
      *    CORTE. FALHA NO REGISTRO SO E AVISADA. (WCS-39)             *
      *----------------------------------------------------------------*
WCS-39 3800-REGISTRAR-FIM-EXEC.
WCS-39     SET WRK-CBPA2JOB-FIM        TO TRUE.
WCS-39     MOVE WRK-SEQ-PRIMEIRO-ARQ   TO WRK-CBPA2JOB-SEQ-INICIAL.
WCS-39     MOVE HDR-NUM-SEQUENCIA      TO WRK-CBPA2JOB-SEQ-FINAL.
WCS-39     MOVE WRK-QTD-ARQUIVOS-REDE  TO WRK-CBPA2JOB-QTD-ARQUIVOS.
WCS-39     MOVE ACU-LIDOS-ARQBAIXA     TO WRK-CBPA2JOB-QTD-LIDOS.
WCS-39     COMPUTE WRK-CBPA2JOB-QTD-GRAVADOS = ACU-GRAVADOS-BAIXA-14
WCS-39                                       + ACU-GRAVADOS-BAIXA-15
WCS-39                                       + ACU-GRAVADOS-BAIXA-16.
WCS-39     MOVE RETURN-CODE            TO WRK-CBPA2JOB-COD-RETORNO.
WCS-39     IF WRK-CORTE-SIM
WCS-39         SET WRK-CBPA2JOB-COM-CORTE   TO TRUE
WCS-39     ELSE
WCS-39         SET WRK-CBPA2JOB-SEM-CORTE   TO TRUE
WCS-39     END-IF.
WCS-39*
WCS-39     CALL WRK-CBPA2JOB USING WRK-AREA-CBPA2JOB.
WCS-39*
WCS-39*    O CALL DEVOLVE O RETURN-CODE DO MODULO: RESTAURA O DO PASSO.
WCS-39     MOVE WRK-CBPA2JOB-COD-RETORNO TO RETURN-CODE.
WCS-39*
WCS-39     IF WRK-CBPA2JOB-ERRO
WCS-39         DISPLAY 'AVISO: FIM DA EXECUCAO NAO REGISTRADO '
WCS-39                 'NO CBPA2JOB - SQLCODE ' WRK-CBPA2JOB-SQLCODE
WCS-39     END-IF.
WCS-39 3800-REGISTRAR-FIM-EXEC-EXIT.
WCS-39     EXIT.
      *----------------------------------------------------------------*
      *    8100-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE I/O        *
      *----------------------------------------------------------------*

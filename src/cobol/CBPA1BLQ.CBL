      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA1BLQ                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: TRANSACAO CBBQ (CICS, PSEUDO-CONVERSACIONAL) - *
      *                MANUTENCAO ONLINE DO MESTRE DE BLOQUEIOS       *
      *                BLQMEST (CBPAW068), DO QUAL O CBPA2LST EXTRAI  *
      *                TODA NOITE O BLOQLIST LIDO PELO CBPA2SAB.      *
      *                FUNCOES: 'C' CONSULTA (PF8 = PROXIMO DA        *
      *                LISTA), 'I' INCLUSAO, 'A' ALTERACAO, 'E'       *
      *                ENCERRAMENTO, 'P' APROVACAO E 'R' REJEICAO DA  *
      *                PENDENCIA DE UM BLOQUEIO JUDICIAL.             *
      *                VALIDACOES: MOTIVO 'JU'/'FR' E JUSTIFICATIVA   *
      *                OBRIGATORIOS, DATAS VALIDAS, INICIO NAO         *
      *                POSTERIOR AO FIM, FIM NAO RETROATIVO E SEM     *
      *                SOBREPOSICAO DE PERIODOS NA MESMA AGENCIA/     *
      *                CONTA. BLOQUEIO JUDICIAL (MOTIVO 'JU' ANTES OU *
      *                DEPOIS DA OPERACAO) SO E EFETIVADO COM O VISTO *
      *                DE OUTRO USUARIO (FUNCAO 'P'). ALTERACAO,       *
      *                ENCERRAMENTO, APROVACAO E REJEICAO EXIGEM A    *
      *                CONSULTA PREVIA DO REGISTRO, QUE NAO PODE TER  *
      *                MUDADO DESDE ENTAO. TODA OPERACAO CONFIRMADA   *
      *                GRAVA O LOG DE AUDITORIA AUDMNT (CBPAW070) NA  *
      *                MESMA UNIDADE DE TRABALHO DA ATUALIZACAO.      *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA1BLQ.
       AUTHOR.        EQUIPE COBRANCA BATCH.
       INSTALLATION.  CBPA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                    *
      *----------------------------------------------------------------*
      *    DATA       AUTOR   DESCRICAO                                *
      *    ---------  ------  ---------------------------------------- *
      *    15/10/2026  WCS    TRANSACAO DE MANUTENCAO DO MESTRE DE     *
      *                       BLOQUEIOS BLQMEST, COM LOG DE AUDITORIA  *
      *                       E VISTO DE SEGUNDO USUARIO NO BLOQUEIO   *
      *                       JUDICIAL (WCS-37)                        *
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
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* LAYOUTS DO MESTRE E DO LOG DE AUDITORIA *'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-CBPAW068.
           COPY 'CBPAW068'.
      *
       01  WRK-AREA-CBPAW070.
           COPY 'CBPAW070'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* MAPA SIMBOLICO E TECLAS DE ATENCAO *'.
      *----------------------------------------------------------------*
      *
           COPY 'CBPAMBL'.
      *
           COPY DFHAID.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE COMUNICACAO ENTRE AS INTERACOES *'.
      *----------------------------------------------------------------*
      *
      *    CMA-IMAGEM GUARDA O REGISTRO COMO FOI MOSTRADO NA ULTIMA
      *    CONSULTA: A ATUALIZACAO SO PROSSEGUE SE O REGISTRO LIDO
      *    PARA UPDATE AINDA FOR IGUAL A ELA.
       01  WRK-COMMAREA.
           05  CMA-IND-CONSULTA        PIC  X(001).
               88  CMA-CONSULTADO                      VALUE 'S'.
               88  CMA-NAO-CONSULTADO                  VALUE 'N'.
           05  CMA-CHAVE               PIC  X(019).
           05  CMA-IMAGEM              PIC  X(260).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE TRABALHO DA TRANSACAO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-TRANSACAO               PIC  X(004)    VALUE 'CBBQ'.
       77  WRK-MAPA                    PIC  X(008)    VALUE 'CBPAMB1'.
       77  WRK-MAPSET                  PIC  X(008)    VALUE 'CBPAMBL'.
       77  WRK-BLQMEST                 PIC  X(008)    VALUE 'BLQMEST'.
       77  WRK-AUDMNT                  PIC  X(008)    VALUE 'AUDMNT'.
       77  WRK-ABCODE                  PIC  X(004)    VALUE 'CBBQ'.
      *
       77  WRK-RESP                    PIC S9(008) COMP VALUE ZEROS.
       77  WRK-RESP2                   PIC S9(008) COMP VALUE ZEROS.
       77  WRK-AUD-RBA                 PIC S9(008) COMP VALUE ZEROS.
      *
       77  WRK-ABSTIME                 PIC S9(015) COMP-3 VALUE ZEROS.
       77  WRK-DATA-ATUAL              PIC  9(008)    VALUE ZEROS.
       77  WRK-HORA-ATUAL              PIC  9(006)    VALUE ZEROS.
       77  WRK-DATA-TELA               PIC  X(010)    VALUE SPACES.
       77  WRK-USUARIO                 PIC  X(008)    VALUE SPACES.
       77  WRK-MENSAGEM                PIC  X(078)    VALUE SPACES.
      *
       01  WRK-CHAVE-BLQ.
           05  WRK-CHV-AGENC           PIC  9(004)    VALUE ZEROS.
           05  WRK-CHV-CONTA           PIC  9(007)    VALUE ZEROS.
           05  WRK-CHV-INICIO          PIC  9(008)    VALUE ZEROS.
      *
       01  WRK-CHAVE-BROWSE.
           05  WRK-BRW-AGENC           PIC  9(004)    VALUE ZEROS.
           05  WRK-BRW-CONTA           PIC  9(007)    VALUE ZEROS.
           05  WRK-BRW-INICIO          PIC  9(008)    VALUE ZEROS.
      *
      *    DADOS INFORMADOS NA TELA, JA CONVERTIDOS.
       77  WRK-ENT-MOTIVO              PIC  X(002)    VALUE SPACES.
           88  WRK-ENT-MOTIVO-JUDICIAL                VALUE 'JU'.
           88  WRK-ENT-MOTIVO-VALIDO                  VALUE 'JU' 'FR'.
       77  WRK-ENT-FIM                 PIC  9(008)    VALUE ZEROS.
       77  WRK-ENT-JUSTIF              PIC  X(060)    VALUE SPACES.
      *
      *    PERIODO A CONFRONTAR NA VERIFICACAO DE SOBREPOSICAO (FIM
      *    ZERADO = SEM PRAZO = 99999999).
       77  WRK-SOB-INICIO              PIC  9(008)    VALUE ZEROS.
       77  WRK-SOB-FIM                 PIC  9(008)    VALUE ZEROS.
       77  WRK-OUTRO-FIM               PIC  9(008)    VALUE ZEROS.
       77  WRK-OUTRO-FIM-PEND          PIC  9(008)    VALUE ZEROS.
       77  WRK-INICIO-CONFLITO         PIC  9(008)    VALUE ZEROS.
       77  WRK-DATA-SEM-PRAZO          PIC  9(008)    VALUE 99999999.
      *
       01  WRK-CARIMBO.
           05  WRK-CARIMBO-DATA        PIC  9(008).
           05  FILLER                  PIC  X(001)    VALUE SPACE.
           05  WRK-CARIMBO-HORA        PIC  9(006).
      *
       77  WRK-IND-ENTRADA             PIC  X(001)    VALUE 'S'.
           88  WRK-ENTRADA-OK                         VALUE 'S'.
           88  WRK-ENTRADA-ERRO                       VALUE 'N'.
       77  WRK-IND-CURSOR              PIC  X(001)    VALUE 'N'.
           88  WRK-CURSOR-POSICIONADO                 VALUE 'S'.
           88  WRK-CURSOR-LIVRE                       VALUE 'N'.
       77  WRK-IND-SOBREPOSICAO        PIC  X(001)    VALUE 'N'.
           88  WRK-SOBREPOSICAO-SIM                   VALUE 'S'.
           88  WRK-SOBREPOSICAO-NAO                   VALUE 'N'.
       77  WRK-IND-PROPRIA             PIC  X(001)    VALUE 'N'.
           88  WRK-IGNORAR-PROPRIA                    VALUE 'S'.
           88  WRK-CONFRONTAR-TODAS                   VALUE 'N'.
       77  WRK-FIM-BROWSE              PIC  X(001)    VALUE 'N'.
           88  WRK-FIM-BROWSE-SIM                     VALUE 'S'.
           88  WRK-FIM-BROWSE-NAO                     VALUE 'N'.
       77  WRK-IND-VISTO               PIC  X(001)    VALUE 'N'.
           88  WRK-EXIGE-VISTO                        VALUE 'S'.
           88  WRK-DISPENSA-VISTO                     VALUE 'N'.
      *
       77  WRK-SIT-DATA                PIC  X(001)    VALUE 'S'.
           88  WRK-DATA-OK                            VALUE 'S'.
           88  WRK-DATA-INVALIDA                      VALUE 'N'.
       01  WRK-DATA-TRAB               PIC  9(008)    VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-TRAB.
           05  WRK-DT-ANO              PIC  9(004).
           05  WRK-DT-MES              PIC  9(002).
           05  WRK-DT-DIA              PIC  9(002).
      *
       01  WRK-TAB-DIAS-MES-VAL.
           05  FILLER                  PIC  X(024)    VALUE
               '312831303130313130313031'.
       01  FILLER                      REDEFINES WRK-TAB-DIAS-MES-VAL.
           05  WRK-DIAS-DO-MES         PIC  9(002) OCCURS 12 TIMES.
      *
       77  WRK-MSG-FIM                 PIC  X(040)    VALUE
           'CBBQ - MANUTENCAO DE BLOQUEIOS ENCERRADA'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC  X(280).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - PRIMEIRA ENTRADA MOSTRA A TELA EM BRANCO;   *
      *    AS DEMAIS TRATAM A TECLA DE ATENCAO E DEVOLVEM A TELA COM   *
      *    A MENSAGEM DO RESULTADO.                                    *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
                   THRU 1000-INICIALIZAR-EXIT.
      *
           IF EIBCALEN = ZEROS
               PERFORM 1100-PRIMEIRA-TELA
                       THRU 1100-PRIMEIRA-TELA-EXIT
           ELSE
               MOVE DFHCOMMAREA        TO WRK-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                     OR EIBAID = DFHCLEAR
                       PERFORM 9000-ENCERRAR-TRANSACAO
                               THRU 9000-ENCERRAR-TRANSACAO-EXIT
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-PROCESSAR-FUNCAO
                               THRU 2000-PROCESSAR-FUNCAO-EXIT
                   WHEN EIBAID = DFHPF8
                       PERFORM 3500-MOSTRAR-PROXIMO
                               THRU 3500-MOSTRAR-PROXIMO-EXIT
                   WHEN OTHER
                       PERFORM 2050-RECEBER-TELA
                               THRU 2050-RECEBER-TELA-EXIT
                       MOVE 'TECLA INVALIDA - USE ENTER, PF8 OU PF3'
                                       TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
      *
           PERFORM 8000-ENVIAR-TELA
                   THRU 8000-ENVIAR-TELA-EXIT.
      *
           EXEC CICS RETURN
                     TRANSID  (WRK-TRANSACAO)
                     COMMAREA (WRK-COMMAREA)
                     LENGTH   (LENGTH OF WRK-COMMAREA)
           END-EXEC.
       0000-MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1000-INICIALIZAR - DATA/HORA CORRENTES E USUARIO DO TERMINAL*
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           EXEC CICS ASKTIME
                     ABSTIME  (WRK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (WRK-ABSTIME)
                     YYYYMMDD (WRK-DATA-ATUAL)
                     TIME     (WRK-HORA-ATUAL)
                     DDMMYYYY (WRK-DATA-TELA)
                     DATESEP  ('/')
           END-EXEC.
           EXEC CICS ASSIGN
                     USERID   (WRK-USUARIO)
           END-EXEC.
           MOVE SPACES                 TO WRK-MENSAGEM.
           SET WRK-CURSOR-LIVRE        TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-PRIMEIRA-TELA                                          *
      *----------------------------------------------------------------*
       1100-PRIMEIRA-TELA.
           MOVE LOW-VALUES             TO CBPAMB1O.
           SET CMA-NAO-CONSULTADO      TO TRUE.
           MOVE SPACES                 TO CMA-CHAVE CMA-IMAGEM.
           MOVE 'INFORME A FUNCAO E A CHAVE DO BLOQUEIO'
                                       TO WRK-MENSAGEM.
       1100-PRIMEIRA-TELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-FUNCAO - ENTER: RECEBE A TELA, VALIDA A      *
      *    CHAVE E DESVIA PELA FUNCAO INFORMADA.                       *
      *----------------------------------------------------------------*
       2000-PROCESSAR-FUNCAO.
           PERFORM 2050-RECEBER-TELA
                   THRU 2050-RECEBER-TELA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 2000-PROCESSAR-FUNCAO-EXIT
           END-IF.
      *
           PERFORM 2100-OBTER-CHAVE
                   THRU 2100-OBTER-CHAVE-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 2000-PROCESSAR-FUNCAO-EXIT
           END-IF.
           PERFORM 2200-OBTER-DADOS
                   THRU 2200-OBTER-DADOS-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 2000-PROCESSAR-FUNCAO-EXIT
           END-IF.
      *
           EVALUATE FUNCAOI
               WHEN 'C'
                   PERFORM 3000-CONSULTAR
                           THRU 3000-CONSULTAR-EXIT
               WHEN 'I'
                   PERFORM 4000-INCLUIR
                           THRU 4000-INCLUIR-EXIT
               WHEN 'A'
                   PERFORM 5000-ALTERAR
                           THRU 5000-ALTERAR-EXIT
               WHEN 'E'
                   PERFORM 6000-ENCERRAR
                           THRU 6000-ENCERRAR-EXIT
               WHEN 'P'
                   PERFORM 7000-APROVAR
                           THRU 7000-APROVAR-EXIT
               WHEN 'R'
                   PERFORM 7500-REJEITAR
                           THRU 7500-REJEITAR-EXIT
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA - USE C, I, A, E, P OU R'
                                       TO WRK-MENSAGEM
                   MOVE -1             TO FUNCAOL
                   SET WRK-CURSOR-POSICIONADO TO TRUE
           END-EVALUATE.
       2000-PROCESSAR-FUNCAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-RECEBER-TELA - MAPFAIL (NADA DIGITADO) VOLTA A TELA EM *
      *    BRANCO COM A ORIENTACAO.                                    *
      *----------------------------------------------------------------*
       2050-RECEBER-TELA.
           SET WRK-ENTRADA-OK          TO TRUE.
           EXEC CICS RECEIVE
                     MAP      (WRK-MAPA)
                     MAPSET   (WRK-MAPSET)
                     INTO     (CBPAMB1I)
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES     TO CBPAMB1I
                   MOVE 'INFORME A FUNCAO E A CHAVE DO BLOQUEIO'
                                       TO WRK-MENSAGEM
                   SET WRK-ENTRADA-ERRO TO TRUE
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
       2050-RECEBER-TELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-OBTER-CHAVE - AGENCIA E INICIO OBRIGATORIOS; CONTA EM  *
      *    BRANCO E ZERO (AGENCIA INTEIRA). NA CONSULTA O INICIO PODE  *
      *    FICAR EM BRANCO (PRIMEIRO PERIODO DA AGENCIA/CONTA).        *
      *----------------------------------------------------------------*
       2100-OBTER-CHAVE.
           IF AGENCI NOT NUMERIC
               MOVE 'AGENCIA OBRIGATORIA E NUMERICA' TO WRK-MENSAGEM
               MOVE -1                 TO AGENCL
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           MOVE AGENCI                 TO WRK-CHV-AGENC.
      *
           IF CONTAI = LOW-VALUES OR CONTAI = SPACES
               MOVE ZEROS              TO WRK-CHV-CONTA
           ELSE
               IF CONTAI NOT NUMERIC
                   MOVE 'CONTA DEVE SER NUMERICA' TO WRK-MENSAGEM
                   MOVE -1             TO CONTAL
                   GO TO 2100-OBTER-CHAVE-ERRO
               END-IF
               MOVE CONTAI             TO WRK-CHV-CONTA
           END-IF.
      *
           IF (DTINII = LOW-VALUES OR DTINII = SPACES)
              AND FUNCAOI = 'C'
               MOVE ZEROS              TO WRK-CHV-INICIO
               GO TO 2100-OBTER-CHAVE-EXIT
           END-IF.
           IF DTINII NOT NUMERIC
               MOVE 'DATA DE INICIO OBRIGATORIA (AAAAMMDD)'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO DTINIL
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           MOVE DTINII                 TO WRK-CHV-INICIO.
           MOVE WRK-CHV-INICIO         TO WRK-DATA-TRAB.
           PERFORM 2400-VALIDAR-DATA
                   THRU 2400-VALIDAR-DATA-EXIT.
           IF WRK-DATA-INVALIDA
               MOVE 'DATA DE INICIO INVALIDA' TO WRK-MENSAGEM
               MOVE -1                 TO DTINIL
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           GO TO 2100-OBTER-CHAVE-EXIT.
       2100-OBTER-CHAVE-ERRO.
           SET WRK-ENTRADA-ERRO        TO TRUE.
           SET WRK-CURSOR-POSICIONADO  TO TRUE.
       2100-OBTER-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-OBTER-DADOS - MOTIVO, DATA FIM E JUSTIFICATIVA COMO    *
      *    DIGITADOS (A CRITICA DE CONTEUDO FICA COM CADA FUNCAO).     *
      *    DATA FIM EM BRANCO E ZERO (SEM PRAZO).                      *
      *----------------------------------------------------------------*
       2200-OBTER-DADOS.
           MOVE MOTIVOI                TO WRK-ENT-MOTIVO.
           INSPECT WRK-ENT-MOTIVO REPLACING ALL LOW-VALUES BY SPACES.
           MOVE JUSTIFI                TO WRK-ENT-JUSTIF.
           INSPECT WRK-ENT-JUSTIF REPLACING ALL LOW-VALUES BY SPACES.
      *
           IF DTFIMI = LOW-VALUES OR DTFIMI = SPACES
               MOVE ZEROS              TO WRK-ENT-FIM
           ELSE
               IF DTFIMI NOT NUMERIC
                   MOVE 'DATA FIM DEVE SER NUMERICA (AAAAMMDD)'
                                       TO WRK-MENSAGEM
                   MOVE -1             TO DTFIML
                   SET WRK-ENTRADA-ERRO       TO TRUE
                   SET WRK-CURSOR-POSICIONADO TO TRUE
               ELSE
                   MOVE DTFIMI         TO WRK-ENT-FIM
               END-IF
           END-IF.
       2200-OBTER-DADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-VALIDAR-DADOS - CRITICA COMUM A INCLUSAO E ALTERACAO:  *
      *    MOTIVO, JUSTIFICATIVA E PERIODO (FIM ZERO OU VALIDO, NAO    *
      *    ANTERIOR AO INICIO).                                        *
      *----------------------------------------------------------------*
       2300-VALIDAR-DADOS.
           SET WRK-ENTRADA-OK          TO TRUE.
           IF NOT WRK-ENT-MOTIVO-VALIDO
               MOVE 'MOTIVO INVALIDO - JU (JUDICIAL) OU FR (FRAUDE)'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO MOTIVOL
               GO TO 2300-VALIDAR-DADOS-ERRO
           END-IF.
           IF WRK-ENT-JUSTIF = SPACES
               MOVE 'JUSTIFICATIVA DO BLOQUEIO E OBRIGATORIA'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO JUSTIFL
               GO TO 2300-VALIDAR-DADOS-ERRO
           END-IF.
           IF WRK-ENT-FIM = ZEROS
               GO TO 2300-VALIDAR-DADOS-EXIT
           END-IF.
           MOVE WRK-ENT-FIM            TO WRK-DATA-TRAB.
           PERFORM 2400-VALIDAR-DATA
                   THRU 2400-VALIDAR-DATA-EXIT.
           IF WRK-DATA-INVALIDA
               MOVE 'DATA FIM INVALIDA'  TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               GO TO 2300-VALIDAR-DADOS-ERRO
           END-IF.
           IF WRK-ENT-FIM < WRK-CHV-INICIO
               MOVE 'DATA FIM ANTERIOR A DATA DE INICIO'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               GO TO 2300-VALIDAR-DADOS-ERRO
           END-IF.
           GO TO 2300-VALIDAR-DADOS-EXIT.
       2300-VALIDAR-DADOS-ERRO.
           SET WRK-ENTRADA-ERRO        TO TRUE.
           SET WRK-CURSOR-POSICIONADO  TO TRUE.
       2300-VALIDAR-DADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-VALIDAR-DATA - DATA ESTRUTURALMENTE VALIDA (AAAAMMDD,  *
      *    MES E DIA DENTRO DO CALENDARIO, COM ANO BISSEXTO).          *
      *----------------------------------------------------------------*
       2400-VALIDAR-DATA.
           SET WRK-DATA-OK             TO TRUE.
           IF WRK-DT-MES < 1 OR WRK-DT-MES > 12
              OR WRK-DT-DIA < 1
              OR WRK-DT-ANO < 1901
               SET WRK-DATA-INVALIDA   TO TRUE
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.
           IF WRK-DT-MES = 2
              AND WRK-DT-DIA = 29
              AND FUNCTION MOD (WRK-DT-ANO, 4) = ZEROS
              AND (FUNCTION MOD (WRK-DT-ANO, 100) NOT = ZEROS
                   OR FUNCTION MOD (WRK-DT-ANO, 400) = ZEROS)
               CONTINUE
           ELSE
               IF WRK-DT-DIA > WRK-DIAS-DO-MES (WRK-DT-MES)
                   SET WRK-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
       2400-VALIDAR-DATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTAR - LEITURA GTEQ: COM O INICIO EM BRANCO       *
      *    TRAZ O PRIMEIRO PERIODO DA AGENCIA/CONTA.                   *
      *----------------------------------------------------------------*
       3000-CONSULTAR.
           SET CMA-NAO-CONSULTADO      TO TRUE.
           MOVE WRK-CHV-AGENC          TO WRK-BRW-AGENC.
           MOVE WRK-CHV-CONTA          TO WRK-BRW-CONTA.
           EXEC CICS READ
                     FILE     (WRK-BLQMEST)
                     INTO     (WRK-AREA-CBPAW068)
                     RIDFLD   (WRK-CHAVE-BLQ)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP = DFHRESP(NORMAL)
              AND BLM-AGENC-CNEGOC = WRK-BRW-AGENC
              AND BLM-CONTA-CNEGOC = WRK-BRW-CONTA
               PERFORM 3100-MOSTRAR-REGISTRO
                       THRU 3100-MOSTRAR-REGISTRO-EXIT
               MOVE 'CONSULTA EFETUADA'  TO WRK-MENSAGEM
               GO TO 3000-CONSULTAR-EXIT
           END-IF.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
              AND WRK-RESP NOT = DFHRESP(NOTFND)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
           MOVE 'NAO HA BLOQUEIO CADASTRADO PARA A AGENCIA/CONTA'
                                       TO WRK-MENSAGEM.
           MOVE -1                     TO AGENCL.
           SET WRK-CURSOR-POSICIONADO  TO TRUE.
       3000-CONSULTAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-MOSTRAR-REGISTRO - MONTA A TELA COM O REGISTRO LIDO E  *
      *    GUARDA A IMAGEM NA COMMAREA PARA A PROXIMA INTERACAO.       *
      *----------------------------------------------------------------*
       3100-MOSTRAR-REGISTRO.
           MOVE BLM-AGENC-CNEGOC       TO AGENCO.
           MOVE BLM-CONTA-CNEGOC       TO CONTAO.
           MOVE BLM-DATA-INICIO        TO DTINIO.
           MOVE BLM-COD-MOTIVO         TO MOTIVOO.
           MOVE BLM-DATA-FIM           TO DTFIMO.
           MOVE BLM-JUSTIFICATIVA      TO JUSTIFO.
      *
           EVALUATE TRUE
               WHEN BLM-PEND-INCLUSAO
                   MOVE 'INCLUSAO AGUARDANDO APROVACAO' TO SITUACO
               WHEN BLM-DATA-FIM NOT = ZEROS
                AND BLM-DATA-FIM < WRK-DATA-ATUAL
                   MOVE 'ENCERRADO'    TO SITUACO
               WHEN BLM-DATA-INICIO > WRK-DATA-ATUAL
                   MOVE 'PROGRAMADO'   TO SITUACO
               WHEN OTHER
                   MOVE 'VIGENTE'      TO SITUACO
           END-EVALUATE.
      *
           MOVE BLM-USUARIO-INCLUSAO   TO USUINCO.
           MOVE BLM-DATA-INCLUSAO      TO WRK-CARIMBO-DATA.
           MOVE BLM-HORA-INCLUSAO      TO WRK-CARIMBO-HORA.
           MOVE WRK-CARIMBO            TO DTINCO.
           MOVE SPACES                 TO USUALTO DTALTO
                                          USUAPRO DTAPRO.
           IF BLM-DATA-ULT-ALTER NOT = ZEROS
               MOVE BLM-USUARIO-ULT-ALTER TO USUALTO
               MOVE BLM-DATA-ULT-ALTER TO WRK-CARIMBO-DATA
               MOVE BLM-HORA-ULT-ALTER TO WRK-CARIMBO-HORA
               MOVE WRK-CARIMBO        TO DTALTO
           END-IF.
           IF BLM-DATA-APROVACAO NOT = ZEROS
               MOVE BLM-USUARIO-APROVACAO TO USUAPRO
               MOVE BLM-DATA-APROVACAO TO WRK-CARIMBO-DATA
               MOVE BLM-HORA-APROVACAO TO WRK-CARIMBO-HORA
               MOVE WRK-CARIMBO        TO DTAPRO
           END-IF.
      *
           MOVE SPACES                 TO PENOPERO PENUSUO PENDTO
                                          PENMOTO PENFIMO PENJUSO.
           IF NOT BLM-SEM-PENDENCIA
               EVALUATE TRUE
                   WHEN BLM-PEND-INCLUSAO
                       MOVE 'INCLUSAO'     TO PENOPERO
                   WHEN BLM-PEND-ALTERACAO
                       MOVE 'ALTERACAO'    TO PENOPERO
                   WHEN BLM-PEND-ENCERRAMENTO
                       MOVE 'ENCERRAMENTO' TO PENOPERO
               END-EVALUATE
               MOVE BLM-PEND-USUARIO   TO PENUSUO
               MOVE BLM-PEND-DATA      TO WRK-CARIMBO-DATA
               MOVE BLM-PEND-HORA      TO WRK-CARIMBO-HORA
               MOVE WRK-CARIMBO        TO PENDTO
               MOVE BLM-PEND-COD-MOTIVO TO PENMOTO
               MOVE BLM-PEND-DATA-FIM  TO PENFIMO
               MOVE BLM-PEND-JUSTIFICATIVA TO PENJUSO
           END-IF.
      *
           SET CMA-CONSULTADO          TO TRUE.
           MOVE BLM-CHAVE              TO CMA-CHAVE.
           MOVE WRK-AREA-CBPAW068      TO CMA-IMAGEM.
       3100-MOSTRAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-LIMPAR-DADOS - TELA SO COM A CHAVE (REGISTRO EXCLUIDO) *
      *----------------------------------------------------------------*
       3200-LIMPAR-DADOS.
           MOVE SPACES                 TO MOTIVOO DTFIMO JUSTIFO
                                          SITUACO USUINCO DTINCO
                                          USUALTO DTALTO USUAPRO DTAPRO
                                          PENOPERO PENUSUO PENDTO
                                          PENMOTO PENFIMO PENJUSO.
           SET CMA-NAO-CONSULTADO      TO TRUE.
           MOVE SPACES                 TO CMA-CHAVE CMA-IMAGEM.
       3200-LIMPAR-DADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-MOSTRAR-PROXIMO - PF8: PROXIMO REGISTRO NA ORDEM DA    *
      *    CHAVE, A PARTIR DO ULTIMO MOSTRADO (OU DO INICIO DO MESTRE).*
      *----------------------------------------------------------------*
       3500-MOSTRAR-PROXIMO.
           PERFORM 2050-RECEBER-TELA
                   THRU 2050-RECEBER-TELA-EXIT.
           IF CMA-CONSULTADO
               MOVE CMA-CHAVE          TO WRK-CHAVE-BLQ
               ADD 1                   TO WRK-CHV-INICIO
           ELSE
               MOVE ZEROS              TO WRK-CHAVE-BLQ
           END-IF.
           EXEC CICS READ
                     FILE     (WRK-BLQMEST)
                     INTO     (WRK-AREA-CBPAW068)
                     RIDFLD   (WRK-CHAVE-BLQ)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3100-MOSTRAR-REGISTRO
                           THRU 3100-MOSTRAR-REGISTRO-EXIT
                   MOVE 'PF8 - PROXIMO BLOQUEIO DA LISTA'
                                       TO WRK-MENSAGEM
               WHEN DFHRESP(NOTFND)
                   MOVE 'FIM DA LISTA DE BLOQUEIOS' TO WRK-MENSAGEM
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
       3500-MOSTRAR-PROXIMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUIR - BLOQUEIO NOVO. O JUDICIAL FICA PENDENTE ATE  *
      *    O VISTO DE OUTRO USUARIO (E FORA DA EXTRACAO NOTURNA).      *
      *----------------------------------------------------------------*
       4000-INCLUIR.
           PERFORM 2300-VALIDAR-DADOS
                   THRU 2300-VALIDAR-DADOS-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 4000-INCLUIR-EXIT
           END-IF.
           IF WRK-ENT-FIM NOT = ZEROS
              AND WRK-ENT-FIM < WRK-DATA-ATUAL
               MOVE 'PERIODO JA ENCERRADO - DATA FIM NO PASSADO'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               SET WRK-CURSOR-POSICIONADO TO TRUE
               GO TO 4000-INCLUIR-EXIT
           END-IF.
      *
           MOVE WRK-CHV-INICIO         TO WRK-SOB-INICIO.
           MOVE WRK-ENT-FIM            TO WRK-SOB-FIM.
           SET WRK-CONFRONTAR-TODAS    TO TRUE.
           PERFORM 4500-VERIFICAR-SOBREPOSICAO
                   THRU 4500-VERIFICAR-SOBREPOSICAO-EXIT.
           IF WRK-SOBREPOSICAO-SIM
               GO TO 4000-INCLUIR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW068.
           INITIALIZE WRK-AREA-CBPAW068.
           MOVE WRK-CHAVE-BLQ          TO BLM-CHAVE.
           MOVE WRK-ENT-MOTIVO         TO BLM-COD-MOTIVO.
           MOVE WRK-ENT-FIM            TO BLM-DATA-FIM.
           MOVE WRK-ENT-JUSTIF         TO BLM-JUSTIFICATIVA.
           MOVE WRK-USUARIO            TO BLM-USUARIO-INCLUSAO.
           MOVE WRK-DATA-ATUAL         TO BLM-DATA-INCLUSAO.
           MOVE WRK-HORA-ATUAL         TO BLM-HORA-INCLUSAO.
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-INCLUSAO       TO TRUE.
           IF BLM-MOTIVO-JUDICIAL
               SET BLM-PEND-INCLUSAO   TO TRUE
               MOVE BLM-COD-MOTIVO     TO BLM-PEND-COD-MOTIVO
               MOVE BLM-DATA-FIM       TO BLM-PEND-DATA-FIM
               MOVE BLM-JUSTIFICATIVA  TO BLM-PEND-JUSTIFICATIVA
               MOVE WRK-USUARIO        TO BLM-PEND-USUARIO
               MOVE WRK-DATA-ATUAL     TO BLM-PEND-DATA
               MOVE WRK-HORA-ATUAL     TO BLM-PEND-HORA
               SET AUD-PENDENTE        TO TRUE
           ELSE
               SET AUD-EFETIVADA       TO TRUE
           END-IF.
      *
           EXEC CICS WRITE
                     FILE     (WRK-BLQMEST)
                     FROM     (WRK-AREA-CBPAW068)
                     RIDFLD   (BLM-CHAVE)
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'JA EXISTE BLOQUEIO COM ESTA CHAVE'
                                       TO WRK-MENSAGEM
                   GO TO 4000-INCLUIR-EXIT
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
      *
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           IF BLM-PEND-INCLUSAO
               MOVE 'BLOQUEIO JUDICIAL REGISTRADO - AGUARDA APROVACAO'
                                       TO WRK-MENSAGEM
           ELSE
               MOVE 'BLOQUEIO INCLUIDO' TO WRK-MENSAGEM
           END-IF.
       4000-INCLUIR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-VERIFICAR-SOBREPOSICAO - PERCORRE OS PERIODOS DA MESMA *
      *    AGENCIA/CONTA E CONFRONTA COM WRK-SOB-INICIO/WRK-SOB-FIM.   *
      *    DE UM PERIODO COM ALTERACAO/ENCERRAMENTO PENDENTE VALE O    *
      *    MAIOR DOS DOIS FINS (QUALQUER UM PODE PREVALECER).          *
      *----------------------------------------------------------------*
       4500-VERIFICAR-SOBREPOSICAO.
           SET WRK-SOBREPOSICAO-NAO    TO TRUE.
           IF WRK-SOB-FIM = ZEROS
               MOVE WRK-DATA-SEM-PRAZO TO WRK-SOB-FIM
           END-IF.
           MOVE WRK-CHV-AGENC          TO WRK-BRW-AGENC.
           MOVE WRK-CHV-CONTA          TO WRK-BRW-CONTA.
           MOVE ZEROS                  TO WRK-BRW-INICIO.
           EXEC CICS STARTBR
                     FILE     (WRK-BLQMEST)
                     RIDFLD   (WRK-CHAVE-BROWSE)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP = DFHRESP(NOTFND)
               GO TO 4500-VERIFICAR-SOBREPOSICAO-EXIT
           END-IF.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
      *
           SET WRK-FIM-BROWSE-NAO      TO TRUE.
           PERFORM 4550-LER-PROXIMO-PERIODO
                   THRU 4550-LER-PROXIMO-PERIODO-EXIT
                   UNTIL WRK-FIM-BROWSE-SIM
                      OR WRK-SOBREPOSICAO-SIM.
      *
           EXEC CICS ENDBR
                     FILE     (WRK-BLQMEST)
           END-EXEC.
      *
           IF WRK-SOBREPOSICAO-SIM
               MOVE 'PERIODO SOBREPOE O BLOQUEIO DA CONTA INICIADO EM'
                                       TO WRK-MENSAGEM
               MOVE WRK-INICIO-CONFLITO TO WRK-MENSAGEM (51:8)
               MOVE -1                 TO DTINIL
               SET WRK-CURSOR-POSICIONADO TO TRUE
           END-IF.
       4500-VERIFICAR-SOBREPOSICAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4550-LER-PROXIMO-PERIODO                                    *
      *----------------------------------------------------------------*
       4550-LER-PROXIMO-PERIODO.
           EXEC CICS READNEXT
                     FILE     (WRK-BLQMEST)
                     INTO     (WRK-AREA-CBPAW068)
                     RIDFLD   (WRK-CHAVE-BROWSE)
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP = DFHRESP(ENDFILE)
               SET WRK-FIM-BROWSE-SIM  TO TRUE
               GO TO 4550-LER-PROXIMO-PERIODO-EXIT
           END-IF.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
           IF BLM-AGENC-CNEGOC NOT = WRK-CHV-AGENC
              OR BLM-CONTA-CNEGOC NOT = WRK-CHV-CONTA
               SET WRK-FIM-BROWSE-SIM  TO TRUE
               GO TO 4550-LER-PROXIMO-PERIODO-EXIT
           END-IF.
           IF WRK-IGNORAR-PROPRIA
              AND BLM-DATA-INICIO = WRK-CHV-INICIO
               GO TO 4550-LER-PROXIMO-PERIODO-EXIT
           END-IF.
      *
           MOVE BLM-DATA-FIM           TO WRK-OUTRO-FIM.
           IF WRK-OUTRO-FIM = ZEROS
               MOVE WRK-DATA-SEM-PRAZO TO WRK-OUTRO-FIM
           END-IF.
           IF BLM-PEND-ALTERACAO OR BLM-PEND-ENCERRAMENTO
               MOVE BLM-PEND-DATA-FIM  TO WRK-OUTRO-FIM-PEND
               IF WRK-OUTRO-FIM-PEND = ZEROS
                   MOVE WRK-DATA-SEM-PRAZO TO WRK-OUTRO-FIM-PEND
               END-IF
               IF WRK-OUTRO-FIM-PEND > WRK-OUTRO-FIM
                   MOVE WRK-OUTRO-FIM-PEND TO WRK-OUTRO-FIM
               END-IF
           END-IF.
      *
           IF WRK-SOB-INICIO NOT > WRK-OUTRO-FIM
              AND BLM-DATA-INICIO NOT > WRK-SOB-FIM
               SET WRK-SOBREPOSICAO-SIM TO TRUE
               MOVE BLM-DATA-INICIO    TO WRK-INICIO-CONFLITO
           END-IF.
       4550-LER-PROXIMO-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERAR - MOTIVO, DATA FIM E JUSTIFICATIVA. COM MOTIVO *
      *    JUDICIAL (ATUAL OU NOVO) A ALTERACAO FICA PENDENTE E OS     *
      *    DADOS ATUAIS CONTINUAM VALENDO ATE A APROVACAO.             *
      *----------------------------------------------------------------*
       5000-ALTERAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           PERFORM 2300-VALIDAR-DADOS
                   THRU 2300-VALIDAR-DADOS-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
      *
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW068.
           IF NOT BLM-SEM-PENDENCIA
               MOVE 'HA PENDENCIA DE APROVACAO - APROVE OU REJEITE'
                                       TO WRK-MENSAGEM
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           IF WRK-ENT-MOTIVO = BLM-COD-MOTIVO
              AND WRK-ENT-FIM = BLM-DATA-FIM
              AND WRK-ENT-JUSTIF = BLM-JUSTIFICATIVA
               MOVE 'NENHUMA ALTERACAO INFORMADA' TO WRK-MENSAGEM
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           IF WRK-ENT-FIM NOT = BLM-DATA-FIM
              AND WRK-ENT-FIM NOT = ZEROS
              AND WRK-ENT-FIM < WRK-DATA-ATUAL
               MOVE 'DATA FIM NAO PODE SER RETROATIVA' TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               SET WRK-CURSOR-POSICIONADO TO TRUE
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           SET WRK-DISPENSA-VISTO      TO TRUE.
           IF BLM-MOTIVO-JUDICIAL OR WRK-ENT-MOTIVO-JUDICIAL
               SET WRK-EXIGE-VISTO     TO TRUE
           END-IF.
      *
           IF WRK-ENT-FIM NOT = BLM-DATA-FIM
               MOVE WRK-CHV-INICIO     TO WRK-SOB-INICIO
               MOVE WRK-ENT-FIM        TO WRK-SOB-FIM
               SET WRK-IGNORAR-PROPRIA TO TRUE
               PERFORM 4500-VERIFICAR-SOBREPOSICAO
                       THRU 4500-VERIFICAR-SOBREPOSICAO-EXIT
               IF WRK-SOBREPOSICAO-SIM
                   GO TO 5000-ALTERAR-EXIT
               END-IF
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-ALTERACAO      TO TRUE.
           PERFORM 8510-IMAGEM-ANTES
                   THRU 8510-IMAGEM-ANTES-EXIT.
           IF WRK-EXIGE-VISTO
               SET BLM-PEND-ALTERACAO  TO TRUE
               MOVE WRK-ENT-MOTIVO     TO BLM-PEND-COD-MOTIVO
               MOVE WRK-ENT-FIM        TO BLM-PEND-DATA-FIM
               MOVE WRK-ENT-JUSTIF     TO BLM-PEND-JUSTIFICATIVA
               MOVE WRK-USUARIO        TO BLM-PEND-USUARIO
               MOVE WRK-DATA-ATUAL     TO BLM-PEND-DATA
               MOVE WRK-HORA-ATUAL     TO BLM-PEND-HORA
               SET AUD-PENDENTE        TO TRUE
               PERFORM 8530-IMAGEM-PROPOSTA
                       THRU 8530-IMAGEM-PROPOSTA-EXIT
           ELSE
               MOVE WRK-ENT-MOTIVO     TO BLM-COD-MOTIVO
               MOVE WRK-ENT-FIM        TO BLM-DATA-FIM
               MOVE WRK-ENT-JUSTIF     TO BLM-JUSTIFICATIVA
               MOVE WRK-USUARIO        TO BLM-USUARIO-ULT-ALTER
               MOVE WRK-DATA-ATUAL     TO BLM-DATA-ULT-ALTER
               MOVE WRK-HORA-ATUAL     TO BLM-HORA-ULT-ALTER
               SET AUD-EFETIVADA       TO TRUE
               PERFORM 8520-IMAGEM-DEPOIS
                       THRU 8520-IMAGEM-DEPOIS-EXIT
           END-IF.
      *
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           IF WRK-EXIGE-VISTO
               MOVE 'ALTERACAO DE BLOQUEIO JUDICIAL - AGUARDA APROVACAO'
                                       TO WRK-MENSAGEM
           ELSE
               MOVE 'BLOQUEIO ALTERADO' TO WRK-MENSAGEM
           END-IF.
       5000-ALTERAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5800-LER-PARA-ATUALIZAR - READ UPDATE E CONFRONTO COM A     *
      *    IMAGEM DA CONSULTA: SE OUTRO USUARIO MEXEU NO REGISTRO      *
      *    NESSE INTERVALO, A OPERACAO E RECUSADA.                     *
      *----------------------------------------------------------------*
       5800-LER-PARA-ATUALIZAR.
           SET WRK-ENTRADA-OK          TO TRUE.
           EXEC CICS READ
                     FILE     (WRK-BLQMEST)
                     INTO     (WRK-AREA-CBPAW068)
                     RIDFLD   (WRK-CHAVE-BLQ)
                     UPDATE
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'BLOQUEIO EXCLUIDO POR OUTRO USUARIO'
                                       TO WRK-MENSAGEM
                   PERFORM 3200-LIMPAR-DADOS
                           THRU 3200-LIMPAR-DADOS-EXIT
                   SET WRK-ENTRADA-ERRO TO TRUE
                   GO TO 5800-LER-PARA-ATUALIZAR-EXIT
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
           IF WRK-AREA-CBPAW068 NOT = CMA-IMAGEM
               EXEC CICS UNLOCK
                         FILE     (WRK-BLQMEST)
               END-EXEC
               PERFORM 3100-MOSTRAR-REGISTRO
                       THRU 3100-MOSTRAR-REGISTRO-EXIT
               MOVE 'BLOQUEIO ALTERADO POR OUTRO USUARIO - VEJA A TELA'
                                       TO WRK-MENSAGEM
               SET WRK-ENTRADA-ERRO    TO TRUE
           END-IF.
       5800-LER-PARA-ATUALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5850-REGRAVAR-REGISTRO                                      *
      *----------------------------------------------------------------*
       5850-REGRAVAR-REGISTRO.
           EXEC CICS REWRITE
                     FILE     (WRK-BLQMEST)
                     FROM     (WRK-AREA-CBPAW068)
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
       5850-REGRAVAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5870-EXCLUIR-REGISTRO - DELETE DO REGISTRO LIDO PARA UPDATE *
      *----------------------------------------------------------------*
       5870-EXCLUIR-REGISTRO.
           EXEC CICS DELETE
                     FILE     (WRK-BLQMEST)
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
       5870-EXCLUIR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5900-EXIGIR-CONSULTA - A FUNCAO SO VALE PARA O REGISTRO     *
      *    MOSTRADO NA INTERACAO ANTERIOR.                             *
      *----------------------------------------------------------------*
       5900-EXIGIR-CONSULTA.
           SET WRK-ENTRADA-OK          TO TRUE.
           IF NOT CMA-CONSULTADO
              OR CMA-CHAVE NOT = WRK-CHAVE-BLQ
               MOVE 'CONSULTE O BLOQUEIO (FUNCAO C) ANTES DESTA FUNCAO'
                                       TO WRK-MENSAGEM
               SET WRK-ENTRADA-ERRO    TO TRUE
           END-IF.
       5900-EXIGIR-CONSULTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-ENCERRAR - FIXA A DATA FIM (INFORMADA OU A DATA DE     *
      *    HOJE). BLOQUEIO AINDA NAO INICIADO NUNCA PRODUZIU EFEITO E  *
      *    E CANCELADO (EXCLUIDO DO MESTRE). JUDICIAL FICA PENDENTE.   *
      *----------------------------------------------------------------*
       6000-ENCERRAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW068.
           MOVE BLM-COD-MOTIVO         TO WRK-ENT-MOTIVO.
           PERFORM 2300-VALIDAR-DADOS
                   THRU 2300-VALIDAR-DADOS-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           IF NOT BLM-SEM-PENDENCIA
               MOVE 'HA PENDENCIA DE APROVACAO - APROVE OU REJEITE'
                                       TO WRK-MENSAGEM
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           IF BLM-DATA-FIM NOT = ZEROS
              AND BLM-DATA-FIM < WRK-DATA-ATUAL
               MOVE 'BLOQUEIO JA ENCERRADO' TO WRK-MENSAGEM
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           IF WRK-ENT-FIM = ZEROS
              OR WRK-ENT-FIM = BLM-DATA-FIM
               MOVE WRK-DATA-ATUAL     TO WRK-ENT-FIM
           END-IF.
           IF BLM-DATA-INICIO > WRK-DATA-ATUAL
               MOVE BLM-DATA-INICIO    TO WRK-ENT-FIM
           END-IF.
           IF WRK-ENT-FIM < WRK-DATA-ATUAL
               MOVE 'DATA FIM NAO PODE SER RETROATIVA' TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               SET WRK-CURSOR-POSICIONADO TO TRUE
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           IF BLM-DATA-FIM NOT = ZEROS
              AND WRK-ENT-FIM > BLM-DATA-FIM
               MOVE 'DATA FIM POSTERIOR A ATUAL - USE A ALTERACAO'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO DTFIML
               SET WRK-CURSOR-POSICIONADO TO TRUE
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-ENCERRAMENTO   TO TRUE.
           PERFORM 8510-IMAGEM-ANTES
                   THRU 8510-IMAGEM-ANTES-EXIT.
           IF BLM-MOTIVO-JUDICIAL
               SET BLM-PEND-ENCERRAMENTO TO TRUE
               MOVE BLM-COD-MOTIVO     TO BLM-PEND-COD-MOTIVO
               MOVE WRK-ENT-FIM        TO BLM-PEND-DATA-FIM
               MOVE WRK-ENT-JUSTIF     TO BLM-PEND-JUSTIFICATIVA
               MOVE WRK-USUARIO        TO BLM-PEND-USUARIO
               MOVE WRK-DATA-ATUAL     TO BLM-PEND-DATA
               MOVE WRK-HORA-ATUAL     TO BLM-PEND-HORA
               SET AUD-PENDENTE        TO TRUE
               PERFORM 8530-IMAGEM-PROPOSTA
                       THRU 8530-IMAGEM-PROPOSTA-EXIT
               PERFORM 5850-REGRAVAR-REGISTRO
                       THRU 5850-REGRAVAR-REGISTRO-EXIT
               PERFORM 8500-GRAVAR-AUDITORIA
                       THRU 8500-GRAVAR-AUDITORIA-EXIT
               PERFORM 3100-MOSTRAR-REGISTRO
                       THRU 3100-MOSTRAR-REGISTRO-EXIT
               MOVE 'ENCERRAMENTO DE BLOQUEIO JUDICIAL - AGUARDA '
                                       TO WRK-MENSAGEM
               MOVE 'APROVACAO'        TO WRK-MENSAGEM (46:9)
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
      *
           SET AUD-EFETIVADA           TO TRUE.
           IF BLM-DATA-INICIO > WRK-DATA-ATUAL
               PERFORM 5870-EXCLUIR-REGISTRO
                       THRU 5870-EXCLUIR-REGISTRO-EXIT
               PERFORM 8500-GRAVAR-AUDITORIA
                       THRU 8500-GRAVAR-AUDITORIA-EXIT
               PERFORM 3200-LIMPAR-DADOS
                       THRU 3200-LIMPAR-DADOS-EXIT
               MOVE 'BLOQUEIO AINDA NAO INICIADO - CANCELADO'
                                       TO WRK-MENSAGEM
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           MOVE WRK-ENT-FIM            TO BLM-DATA-FIM.
           MOVE WRK-ENT-JUSTIF         TO BLM-JUSTIFICATIVA.
           MOVE WRK-USUARIO            TO BLM-USUARIO-ULT-ALTER.
           MOVE WRK-DATA-ATUAL         TO BLM-DATA-ULT-ALTER.
           MOVE WRK-HORA-ATUAL         TO BLM-HORA-ULT-ALTER.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'BLOQUEIO ENCERRADO'   TO WRK-MENSAGEM.
       6000-ENCERRAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-APROVAR - VISTO DA PENDENCIA POR USUARIO DIFERENTE DO  *
      *    SOLICITANTE. NO LOG, ANTES = PROPOSTA E DEPOIS = REGISTRO   *
      *    RESULTANTE (BRANCOS QUANDO O REGISTRO SAI DO MESTRE).       *
      *----------------------------------------------------------------*
       7000-APROVAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 7000-APROVAR-EXIT
           END-IF.
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW068.
           IF BLM-SEM-PENDENCIA
               MOVE 'NAO HA PENDENCIA DE APROVACAO NESTE BLOQUEIO'
                                       TO WRK-MENSAGEM
               GO TO 7000-APROVAR-EXIT
           END-IF.
           IF BLM-PEND-USUARIO = WRK-USUARIO
               MOVE 'APROVACAO DEVE SER FEITA POR OUTRO USUARIO'
                                       TO WRK-MENSAGEM
               GO TO 7000-APROVAR-EXIT
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 7000-APROVAR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-APROVACAO      TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           MOVE BLM-OPER-PENDENTE      TO AUD-OPER-ORIGINAL.
           MOVE BLM-PEND-USUARIO       TO AUD-USUARIO-SOLICIT.
           PERFORM 7800-IMAGEM-PEDIDO
                   THRU 7800-IMAGEM-PEDIDO-EXIT.
      *
           IF BLM-PEND-ENCERRAMENTO
              AND BLM-DATA-INICIO > WRK-DATA-ATUAL
               PERFORM 5870-EXCLUIR-REGISTRO
                       THRU 5870-EXCLUIR-REGISTRO-EXIT
               PERFORM 8500-GRAVAR-AUDITORIA
                       THRU 8500-GRAVAR-AUDITORIA-EXIT
               PERFORM 3200-LIMPAR-DADOS
                       THRU 3200-LIMPAR-DADOS-EXIT
               MOVE 'APROVADO - BLOQUEIO NAO INICIADO FOI CANCELADO'
                                       TO WRK-MENSAGEM
               GO TO 7000-APROVAR-EXIT
           END-IF.
      *
           IF BLM-PEND-ALTERACAO OR BLM-PEND-ENCERRAMENTO
               MOVE BLM-PEND-COD-MOTIVO TO BLM-COD-MOTIVO
               MOVE BLM-PEND-DATA-FIM  TO BLM-DATA-FIM
               MOVE BLM-PEND-JUSTIFICATIVA TO BLM-JUSTIFICATIVA
               MOVE BLM-PEND-USUARIO   TO BLM-USUARIO-ULT-ALTER
               MOVE BLM-PEND-DATA      TO BLM-DATA-ULT-ALTER
               MOVE BLM-PEND-HORA      TO BLM-HORA-ULT-ALTER
           END-IF.
           MOVE WRK-USUARIO            TO BLM-USUARIO-APROVACAO.
           MOVE WRK-DATA-ATUAL         TO BLM-DATA-APROVACAO.
           MOVE WRK-HORA-ATUAL         TO BLM-HORA-APROVACAO.
           PERFORM 7900-LIMPAR-PENDENCIA
                   THRU 7900-LIMPAR-PENDENCIA-EXIT.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'PENDENCIA APROVADA'   TO WRK-MENSAGEM.
       7000-APROVAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-REJEITAR - DESCARTA A PENDENCIA (O PROPRIO SOLICITANTE *
      *    PODE DESISTIR DO PEDIDO). INCLUSAO REJEITADA SAI DO MESTRE; *
      *    ALTERACAO/ENCERRAMENTO REJEITADOS MANTEM OS DADOS ATUAIS.   *
      *----------------------------------------------------------------*
       7500-REJEITAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 7500-REJEITAR-EXIT
           END-IF.
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW068.
           IF BLM-SEM-PENDENCIA
               MOVE 'NAO HA PENDENCIA DE APROVACAO NESTE BLOQUEIO'
                                       TO WRK-MENSAGEM
               GO TO 7500-REJEITAR-EXIT
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 7500-REJEITAR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-REJEICAO       TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           MOVE BLM-OPER-PENDENTE      TO AUD-OPER-ORIGINAL.
           MOVE BLM-PEND-USUARIO       TO AUD-USUARIO-SOLICIT.
           PERFORM 7800-IMAGEM-PEDIDO
                   THRU 7800-IMAGEM-PEDIDO-EXIT.
      *
           IF BLM-PEND-INCLUSAO
               PERFORM 5870-EXCLUIR-REGISTRO
                       THRU 5870-EXCLUIR-REGISTRO-EXIT
               PERFORM 8500-GRAVAR-AUDITORIA
                       THRU 8500-GRAVAR-AUDITORIA-EXIT
               PERFORM 3200-LIMPAR-DADOS
                       THRU 3200-LIMPAR-DADOS-EXIT
               MOVE 'INCLUSAO REJEITADA - BLOQUEIO NAO CADASTRADO'
                                       TO WRK-MENSAGEM
               GO TO 7500-REJEITAR-EXIT
           END-IF.
      *
           PERFORM 7900-LIMPAR-PENDENCIA
                   THRU 7900-LIMPAR-PENDENCIA-EXIT.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'PENDENCIA REJEITADA - DADOS ATUAIS MANTIDOS'
                                       TO WRK-MENSAGEM.
       7500-REJEITAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7800-IMAGEM-PEDIDO - IMAGEM "ANTES" DA APROVACAO/REJEICAO:  *
      *    O QUE FOI PEDIDO (CHAVE + DADOS PROPOSTOS).                 *
      *----------------------------------------------------------------*
       7800-IMAGEM-PEDIDO.
           MOVE BLM-AGENC-CNEGOC       TO AUD-BLQ-ANT-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO AUD-BLQ-ANT-CONTA.
           MOVE BLM-DATA-INICIO        TO AUD-BLQ-ANT-INICIO.
           MOVE BLM-PEND-COD-MOTIVO    TO AUD-BLQ-ANT-MOTIVO.
           MOVE BLM-PEND-DATA-FIM      TO AUD-BLQ-ANT-FIM.
           MOVE BLM-PEND-JUSTIFICATIVA TO AUD-BLQ-ANT-JUSTIF.
       7800-IMAGEM-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-LIMPAR-PENDENCIA                                       *
      *----------------------------------------------------------------*
       7900-LIMPAR-PENDENCIA.
           MOVE SPACES                 TO BLM-PENDENCIA.
           MOVE ZEROS                  TO BLM-PEND-DATA-FIM
                                          BLM-PEND-DATA
                                          BLM-PEND-HORA.
       7900-LIMPAR-PENDENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-ENVIAR-TELA - TELA COMPLETA COM A MENSAGEM; SEM CAMPO  *
      *    CRITICADO O CURSOR VOLTA PARA A FUNCAO.                     *
      *----------------------------------------------------------------*
       8000-ENVIAR-TELA.
           MOVE WRK-DATA-TELA          TO DATAATUO.
           MOVE WRK-MENSAGEM           TO MSGO.
           IF WRK-CURSOR-LIVRE
               MOVE -1                 TO FUNCAOL
           END-IF.
           EXEC CICS SEND
                     MAP      (WRK-MAPA)
                     MAPSET   (WRK-MAPSET)
                     FROM     (CBPAMB1O)
                     ERASE
                     CURSOR
                     FREEKB
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
       8000-ENVIAR-TELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-GRAVAR-AUDITORIA - COMPLETA E GRAVA A ENTRADA DO LOG   *
      *    (OPERACAO, SITUACAO E IMAGENS JA PREENCHIDAS PELA FUNCAO).  *
      *----------------------------------------------------------------*
       8500-GRAVAR-AUDITORIA.
           MOVE WRK-ABSTIME            TO AUD-ABSTIME.
           MOVE WRK-DATA-ATUAL         TO AUD-DATA.
           MOVE WRK-HORA-ATUAL         TO AUD-HORA.
           MOVE WRK-USUARIO            TO AUD-USUARIO.
           MOVE EIBTRMID               TO AUD-TERMINAL.
           MOVE EIBTRNID               TO AUD-TRANSACAO.
           SET AUD-LISTA-BLOQUEIO      TO TRUE.
           EXEC CICS WRITE
                     FILE     (WRK-AUDMNT)
                     FROM     (WRK-AREA-CBPAW070)
                     RIDFLD   (WRK-AUD-RBA)
                     RBA
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
       8500-GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8510-IMAGEM-ANTES - DADOS EM VIGOR ANTES DA OPERACAO        *
      *----------------------------------------------------------------*
       8510-IMAGEM-ANTES.
           MOVE BLM-AGENC-CNEGOC       TO AUD-BLQ-ANT-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO AUD-BLQ-ANT-CONTA.
           MOVE BLM-DATA-INICIO        TO AUD-BLQ-ANT-INICIO.
           MOVE BLM-COD-MOTIVO         TO AUD-BLQ-ANT-MOTIVO.
           MOVE BLM-DATA-FIM           TO AUD-BLQ-ANT-FIM.
           MOVE BLM-JUSTIFICATIVA      TO AUD-BLQ-ANT-JUSTIF.
       8510-IMAGEM-ANTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8520-IMAGEM-DEPOIS - DADOS EM VIGOR DEPOIS DA OPERACAO      *
      *----------------------------------------------------------------*
       8520-IMAGEM-DEPOIS.
           MOVE BLM-AGENC-CNEGOC       TO AUD-BLQ-DEP-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO AUD-BLQ-DEP-CONTA.
           MOVE BLM-DATA-INICIO        TO AUD-BLQ-DEP-INICIO.
           MOVE BLM-COD-MOTIVO         TO AUD-BLQ-DEP-MOTIVO.
           MOVE BLM-DATA-FIM           TO AUD-BLQ-DEP-FIM.
           MOVE BLM-JUSTIFICATIVA      TO AUD-BLQ-DEP-JUSTIF.
       8520-IMAGEM-DEPOIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8530-IMAGEM-PROPOSTA - DADOS PROPOSTOS DA PENDENCIA         *
      *----------------------------------------------------------------*
       8530-IMAGEM-PROPOSTA.
           MOVE BLM-AGENC-CNEGOC       TO AUD-BLQ-DEP-AGENC.
           MOVE BLM-CONTA-CNEGOC       TO AUD-BLQ-DEP-CONTA.
           MOVE BLM-DATA-INICIO        TO AUD-BLQ-DEP-INICIO.
           MOVE BLM-PEND-COD-MOTIVO    TO AUD-BLQ-DEP-MOTIVO.
           MOVE BLM-PEND-DATA-FIM      TO AUD-BLQ-DEP-FIM.
           MOVE BLM-PEND-JUSTIFICATIVA TO AUD-BLQ-DEP-JUSTIF.
       8530-IMAGEM-PROPOSTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8900-ERRO-CICS - CONDICAO INESPERADA: DESFAZ A UNIDADE DE   *
      *    TRABALHO E ABENDA A TAREFA COM DUMP.                        *
      *----------------------------------------------------------------*
       8900-ERRO-CICS.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           EXEC CICS ABEND
                     ABCODE   (WRK-ABCODE)
           END-EXEC.
       8900-ERRO-CICS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-ENCERRAR-TRANSACAO - PF3/CLEAR                         *
      *----------------------------------------------------------------*
       9000-ENCERRAR-TRANSACAO.
           EXEC CICS SEND TEXT
                     FROM     (WRK-MSG-FIM)
                     LENGTH   (LENGTH OF WRK-MSG-FIM)
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9000-ENCERRAR-TRANSACAO-EXIT.
           EXIT.
      *
       END PROGRAM CBPA1BLQ.

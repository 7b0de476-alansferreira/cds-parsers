      *----------------------------------------------------------------*
      *                                                                *
      *    PROGRAMA .: CBPA1FER                                       *
      *    SISTEMA  .: CBPA - COBRANCA / BAIXA DE TITULOS              *
      *    FUNCAO   .: TRANSACAO CBFR (CICS, PSEUDO-CONVERSACIONAL) - *
      *                MANUTENCAO ONLINE DO MESTRE DE FERIADOS        *
      *                FERMEST (CBPAW069), DO QUAL O CBPA2LST EXTRAI  *
      *                TODA NOITE O CALFERI LIDO PELO CBPA2SAB.       *
      *                FUNCOES: 'C' CONSULTA (PF8 = PROXIMO DA        *
      *                LISTA), 'I' INCLUSAO (OU REATIVACAO DE DATA    *
      *                ENCERRADA), 'A' ALTERACAO DA DESCRICAO E 'E'   *
      *                ENCERRAMENTO. SO DATAS DE HOJE EM DIANTE PODEM *
      *                SER MEXIDAS: UM FERIADO PASSADO JA FOI USADO   *
      *                NA CONTAGEM DE DIAS UTEIS DAS BAIXAS. ALTERACAO*
      *                E ENCERRAMENTO EXIGEM A CONSULTA PREVIA DO     *
      *                REGISTRO, QUE NAO PODE TER MUDADO DESDE ENTAO. *
      *                TODA OPERACAO CONFIRMADA GRAVA O LOG DE        *
      *                AUDITORIA AUDMNT (CBPAW070) NA MESMA UNIDADE   *
      *                DE TRABALHO DA ATUALIZACAO.                    *
      *                                                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPA1FER.
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
      *                       FERIADOS FERMEST, COM LOG DE AUDITORIA   *
      *                       (WCS-37)                                 *
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
       01  WRK-AREA-CBPAW069.
           COPY 'CBPAW069'.
      *
       01  WRK-AREA-CBPAW070.
           COPY 'CBPAW070'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* MAPA SIMBOLICO E TECLAS DE ATENCAO *'.
      *----------------------------------------------------------------*
      *
           COPY 'CBPAMFE'.
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
           05  CMA-CHAVE               PIC  X(008).
           05  CMA-IMAGEM              PIC  X(120).
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)    VALUE
           '* AREA DE TRABALHO DA TRANSACAO *'.
      *----------------------------------------------------------------*
      *
       77  WRK-TRANSACAO               PIC  X(004)    VALUE 'CBFR'.
       77  WRK-MAPA                    PIC  X(008)    VALUE 'CBPAMF1'.
       77  WRK-MAPSET                  PIC  X(008)    VALUE 'CBPAMFE'.
       77  WRK-FERMEST                 PIC  X(008)    VALUE 'FERMEST'.
       77  WRK-AUDMNT                  PIC  X(008)    VALUE 'AUDMNT'.
       77  WRK-ABCODE                  PIC  X(004)    VALUE 'CBFR'.
      *
       77  WRK-RESP                    PIC S9(008) COMP VALUE ZEROS.
       77  WRK-AUD-RBA                 PIC S9(008) COMP VALUE ZEROS.
      *
       77  WRK-ABSTIME                 PIC S9(015) COMP-3 VALUE ZEROS.
       77  WRK-DATA-ATUAL              PIC  9(008)    VALUE ZEROS.
       77  WRK-HORA-ATUAL              PIC  9(006)    VALUE ZEROS.
       77  WRK-DATA-TELA               PIC  X(010)    VALUE SPACES.
       77  WRK-USUARIO                 PIC  X(008)    VALUE SPACES.
       77  WRK-MENSAGEM                PIC  X(078)    VALUE SPACES.
      *
       01  WRK-CHAVE-FER.
           05  WRK-CHV-DATA            PIC  9(008)    VALUE ZEROS.
      *
       77  WRK-ENT-DESCRICAO           PIC  X(040)    VALUE SPACES.
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
       77  WRK-MSG-FIM                 PIC  X(039)    VALUE
           'CBFR - MANUTENCAO DE FERIADOS ENCERRADA'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(080)         VALUE
           '* FIM DA WORKING STORAGE SECTION *'.
      *----------------------------------------------------------------*
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC  X(129).
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
           MOVE LOW-VALUES             TO CBPAMF1O.
           SET CMA-NAO-CONSULTADO      TO TRUE.
           MOVE SPACES                 TO CMA-CHAVE CMA-IMAGEM.
           MOVE 'INFORME A FUNCAO E A DATA DO FERIADO'
                                       TO WRK-MENSAGEM.
       1100-PRIMEIRA-TELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-FUNCAO - ENTER: RECEBE A TELA, VALIDA A      *
      *    DATA E DESVIA PELA FUNCAO INFORMADA.                        *
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
           MOVE DESCRI                 TO WRK-ENT-DESCRICAO.
           INSPECT WRK-ENT-DESCRICAO
                   REPLACING ALL LOW-VALUES BY SPACES.
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
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA - USE C, I, A OU E'
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
                     INTO     (CBPAMF1I)
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES     TO CBPAMF1I
                   MOVE 'INFORME A FUNCAO E A DATA DO FERIADO'
                                       TO WRK-MENSAGEM
                   SET WRK-ENTRADA-ERRO TO TRUE
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
       2050-RECEBER-TELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-OBTER-CHAVE - DATA DO FERIADO VALIDA; NA CONSULTA PODE *
      *    FICAR EM BRANCO (PRIMEIRO FERIADO DO MESTRE). INCLUSAO,     *
      *    ALTERACAO E ENCERRAMENTO SO PARA HOJE EM DIANTE.            *
      *----------------------------------------------------------------*
       2100-OBTER-CHAVE.
           IF (DTFERI = LOW-VALUES OR DTFERI = SPACES)
              AND FUNCAOI = 'C'
               MOVE ZEROS              TO WRK-CHV-DATA
               GO TO 2100-OBTER-CHAVE-EXIT
           END-IF.
           IF DTFERI NOT NUMERIC
               MOVE 'DATA DO FERIADO OBRIGATORIA (AAAAMMDD)'
                                       TO WRK-MENSAGEM
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           MOVE DTFERI                 TO WRK-CHV-DATA.
           MOVE WRK-CHV-DATA           TO WRK-DATA-TRAB.
           PERFORM 2400-VALIDAR-DATA
                   THRU 2400-VALIDAR-DATA-EXIT.
           IF WRK-DATA-INVALIDA
               MOVE 'DATA DO FERIADO INVALIDA' TO WRK-MENSAGEM
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           IF FUNCAOI NOT = 'C'
              AND WRK-CHV-DATA < WRK-DATA-ATUAL
               MOVE 'FERIADO PASSADO NAO PODE SER MANTIDO'
                                       TO WRK-MENSAGEM
               GO TO 2100-OBTER-CHAVE-ERRO
           END-IF.
           GO TO 2100-OBTER-CHAVE-EXIT.
       2100-OBTER-CHAVE-ERRO.
           MOVE -1                     TO DTFERL.
           SET WRK-ENTRADA-ERRO        TO TRUE.
           SET WRK-CURSOR-POSICIONADO  TO TRUE.
       2100-OBTER-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-VALIDAR-DESCRICAO                                      *
      *----------------------------------------------------------------*
       2300-VALIDAR-DESCRICAO.
           SET WRK-ENTRADA-OK          TO TRUE.
           IF WRK-ENT-DESCRICAO = SPACES
               MOVE 'DESCRICAO DO FERIADO E OBRIGATORIA'
                                       TO WRK-MENSAGEM
               MOVE -1                 TO DESCRL
               SET WRK-ENTRADA-ERRO    TO TRUE
               SET WRK-CURSOR-POSICIONADO TO TRUE
           END-IF.
       2300-VALIDAR-DESCRICAO-EXIT.
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
      *    3000-CONSULTAR - LEITURA GTEQ: SEM O FERIADO EXATO, MOSTRA  *
      *    O PROXIMO CADASTRADO.                                       *
      *----------------------------------------------------------------*
       3000-CONSULTAR.
           SET CMA-NAO-CONSULTADO      TO TRUE.
           EXEC CICS READ
                     FILE     (WRK-FERMEST)
                     INTO     (WRK-AREA-CBPAW069)
                     RIDFLD   (WRK-CHAVE-FER)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3100-MOSTRAR-REGISTRO
                           THRU 3100-MOSTRAR-REGISTRO-EXIT
                   IF FRM-DATA-FERIADO = WRK-CHV-DATA
                       MOVE 'CONSULTA EFETUADA' TO WRK-MENSAGEM
                   ELSE
                       MOVE 'DATA NAO CADASTRADA - MOSTRADO O SEGUINTE'
                                       TO WRK-MENSAGEM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'NAO HA FERIADO CADASTRADO A PARTIR DA DATA'
                                       TO WRK-MENSAGEM
                   MOVE -1             TO DTFERL
                   SET WRK-CURSOR-POSICIONADO TO TRUE
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
       3000-CONSULTAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-MOSTRAR-REGISTRO - MONTA A TELA COM O REGISTRO LIDO E  *
      *    GUARDA A IMAGEM NA COMMAREA PARA A PROXIMA INTERACAO.       *
      *----------------------------------------------------------------*
       3100-MOSTRAR-REGISTRO.
           MOVE FRM-DATA-FERIADO       TO DTFERO.
           MOVE FRM-DESCRICAO          TO DESCRO.
           IF FRM-ENCERRADO
               MOVE 'ENCERRADO'        TO SITUACO
           ELSE
               MOVE 'ATIVO'            TO SITUACO
           END-IF.
           MOVE FRM-USUARIO-INCLUSAO   TO USUINCO.
           MOVE FRM-DATA-INCLUSAO      TO WRK-CARIMBO-DATA.
           MOVE FRM-HORA-INCLUSAO      TO WRK-CARIMBO-HORA.
           MOVE WRK-CARIMBO            TO DTINCO.
           MOVE SPACES                 TO USUALTO DTALTO.
           IF FRM-DATA-ULT-ALTER NOT = ZEROS
               MOVE FRM-USUARIO-ULT-ALTER TO USUALTO
               MOVE FRM-DATA-ULT-ALTER TO WRK-CARIMBO-DATA
               MOVE FRM-HORA-ULT-ALTER TO WRK-CARIMBO-HORA
               MOVE WRK-CARIMBO        TO DTALTO
           END-IF.
      *
           SET CMA-CONSULTADO          TO TRUE.
           MOVE FRM-DATA-FERIADO       TO CMA-CHAVE.
           MOVE WRK-AREA-CBPAW069      TO CMA-IMAGEM.
       3100-MOSTRAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-MOSTRAR-PROXIMO - PF8: PROXIMO FERIADO NA ORDEM DA     *
      *    DATA, A PARTIR DO ULTIMO MOSTRADO (OU DO INICIO DO MESTRE). *
      *----------------------------------------------------------------*
       3500-MOSTRAR-PROXIMO.
           PERFORM 2050-RECEBER-TELA
                   THRU 2050-RECEBER-TELA-EXIT.
           IF CMA-CONSULTADO
               MOVE CMA-CHAVE          TO WRK-CHAVE-FER
               ADD 1                   TO WRK-CHV-DATA
           ELSE
               MOVE ZEROS              TO WRK-CHV-DATA
           END-IF.
           EXEC CICS READ
                     FILE     (WRK-FERMEST)
                     INTO     (WRK-AREA-CBPAW069)
                     RIDFLD   (WRK-CHAVE-FER)
                     GTEQ
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3100-MOSTRAR-REGISTRO
                           THRU 3100-MOSTRAR-REGISTRO-EXIT
                   MOVE 'PF8 - PROXIMO FERIADO DA LISTA'
                                       TO WRK-MENSAGEM
               WHEN DFHRESP(NOTFND)
                   MOVE 'FIM DA LISTA DE FERIADOS' TO WRK-MENSAGEM
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
       3500-MOSTRAR-PROXIMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUIR - DATA NOVA OU REATIVACAO DE DATA ENCERRADA    *
      *    (O REGISTRO ENCERRADO E REAPROVEITADO COM A NOVA DESCRICAO).*
      *----------------------------------------------------------------*
       4000-INCLUIR.
           PERFORM 2300-VALIDAR-DESCRICAO
                   THRU 2300-VALIDAR-DESCRICAO-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 4000-INCLUIR-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-INCLUSAO       TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           EXEC CICS READ
                     FILE     (WRK-FERMEST)
                     INTO     (WRK-AREA-CBPAW069)
                     RIDFLD   (WRK-CHAVE-FER)
                     UPDATE
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   IF FRM-ATIVO
                       EXEC CICS UNLOCK
                                 FILE     (WRK-FERMEST)
                       END-EXEC
                       PERFORM 3100-MOSTRAR-REGISTRO
                               THRU 3100-MOSTRAR-REGISTRO-EXIT
                       MOVE 'FERIADO JA CADASTRADO' TO WRK-MENSAGEM
                       GO TO 4000-INCLUIR-EXIT
                   END-IF
                   PERFORM 8510-IMAGEM-ANTES
                           THRU 8510-IMAGEM-ANTES-EXIT
                   MOVE WRK-ENT-DESCRICAO TO FRM-DESCRICAO
                   SET FRM-ATIVO       TO TRUE
                   MOVE WRK-USUARIO    TO FRM-USUARIO-ULT-ALTER
                   MOVE WRK-DATA-ATUAL TO FRM-DATA-ULT-ALTER
                   MOVE WRK-HORA-ATUAL TO FRM-HORA-ULT-ALTER
                   PERFORM 8520-IMAGEM-DEPOIS
                           THRU 8520-IMAGEM-DEPOIS-EXIT
                   PERFORM 5850-REGRAVAR-REGISTRO
                           THRU 5850-REGRAVAR-REGISTRO-EXIT
                   PERFORM 8500-GRAVAR-AUDITORIA
                           THRU 8500-GRAVAR-AUDITORIA-EXIT
                   PERFORM 3100-MOSTRAR-REGISTRO
                           THRU 3100-MOSTRAR-REGISTRO-EXIT
                   MOVE 'FERIADO ENCERRADO FOI REATIVADO'
                                       TO WRK-MENSAGEM
                   GO TO 4000-INCLUIR-EXIT
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
      *
           MOVE SPACES                 TO WRK-AREA-CBPAW069.
           INITIALIZE WRK-AREA-CBPAW069.
           MOVE WRK-CHV-DATA           TO FRM-DATA-FERIADO.
           MOVE WRK-ENT-DESCRICAO      TO FRM-DESCRICAO.
           SET FRM-ATIVO               TO TRUE.
           MOVE WRK-USUARIO            TO FRM-USUARIO-INCLUSAO.
           MOVE WRK-DATA-ATUAL         TO FRM-DATA-INCLUSAO.
           MOVE WRK-HORA-ATUAL         TO FRM-HORA-INCLUSAO.
           EXEC CICS WRITE
                     FILE     (WRK-FERMEST)
                     FROM     (WRK-AREA-CBPAW069)
                     RIDFLD   (FRM-DATA-FERIADO)
                     RESP     (WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'FERIADO INCLUIDO POR OUTRO USUARIO - CONSULTE'
                                       TO WRK-MENSAGEM
                   GO TO 4000-INCLUIR-EXIT
               WHEN OTHER
                   PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-EVALUATE.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'FERIADO INCLUIDO'     TO WRK-MENSAGEM.
       4000-INCLUIR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERAR - SO A DESCRICAO DE UM FERIADO ATIVO. PARA     *
      *    TROCAR A DATA, ENCERRA-SE A ERRADA E INCLUI-SE A CERTA.     *
      *----------------------------------------------------------------*
       5000-ALTERAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           PERFORM 2300-VALIDAR-DESCRICAO
                   THRU 2300-VALIDAR-DESCRICAO-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW069.
           IF FRM-ENCERRADO
               MOVE 'FERIADO ENCERRADO - USE A INCLUSAO PARA REATIVAR'
                                       TO WRK-MENSAGEM
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           IF WRK-ENT-DESCRICAO = FRM-DESCRICAO
               MOVE 'NENHUMA ALTERACAO INFORMADA' TO WRK-MENSAGEM
               MOVE -1                 TO DESCRL
               SET WRK-CURSOR-POSICIONADO TO TRUE
               GO TO 5000-ALTERAR-EXIT
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-ALTERACAO      TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           PERFORM 8510-IMAGEM-ANTES
                   THRU 8510-IMAGEM-ANTES-EXIT.
           MOVE WRK-ENT-DESCRICAO      TO FRM-DESCRICAO.
           MOVE WRK-USUARIO            TO FRM-USUARIO-ULT-ALTER.
           MOVE WRK-DATA-ATUAL         TO FRM-DATA-ULT-ALTER.
           MOVE WRK-HORA-ATUAL         TO FRM-HORA-ULT-ALTER.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'FERIADO ALTERADO'     TO WRK-MENSAGEM.
       5000-ALTERAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5800-LER-PARA-ATUALIZAR - READ UPDATE E CONFRONTO COM A     *
      *    IMAGEM DA CONSULTA.                                         *
      *----------------------------------------------------------------*
       5800-LER-PARA-ATUALIZAR.
           SET WRK-ENTRADA-OK          TO TRUE.
           EXEC CICS READ
                     FILE     (WRK-FERMEST)
                     INTO     (WRK-AREA-CBPAW069)
                     RIDFLD   (WRK-CHAVE-FER)
                     UPDATE
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
           IF WRK-AREA-CBPAW069 NOT = CMA-IMAGEM
               EXEC CICS UNLOCK
                         FILE     (WRK-FERMEST)
               END-EXEC
               PERFORM 3100-MOSTRAR-REGISTRO
                       THRU 3100-MOSTRAR-REGISTRO-EXIT
               MOVE 'FERIADO ALTERADO POR OUTRO USUARIO - VEJA A TELA'
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
                     FILE     (WRK-FERMEST)
                     FROM     (WRK-AREA-CBPAW069)
                     RESP     (WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ERRO-CICS THRU 8900-ERRO-CICS-EXIT
           END-IF.
       5850-REGRAVAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5900-EXIGIR-CONSULTA - A FUNCAO SO VALE PARA O REGISTRO     *
      *    MOSTRADO NA INTERACAO ANTERIOR.                             *
      *----------------------------------------------------------------*
       5900-EXIGIR-CONSULTA.
           SET WRK-ENTRADA-OK          TO TRUE.
           IF NOT CMA-CONSULTADO
              OR CMA-CHAVE NOT = WRK-CHAVE-FER
               MOVE 'CONSULTE O FERIADO (FUNCAO C) ANTES DESTA FUNCAO'
                                       TO WRK-MENSAGEM
               SET WRK-ENTRADA-ERRO    TO TRUE
           END-IF.
       5900-EXIGIR-CONSULTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-ENCERRAR - O REGISTRO FICA NO MESTRE COMO ENCERRADO    *
      *    (HISTORICO) E SAI DO CALFERI NA PROXIMA EXTRACAO.           *
      *----------------------------------------------------------------*
       6000-ENCERRAR.
           PERFORM 5900-EXIGIR-CONSULTA
                   THRU 5900-EXIGIR-CONSULTA-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           MOVE CMA-IMAGEM             TO WRK-AREA-CBPAW069.
           IF FRM-ENCERRADO
               MOVE 'FERIADO JA ENCERRADO' TO WRK-MENSAGEM
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
      *
           PERFORM 5800-LER-PARA-ATUALIZAR
                   THRU 5800-LER-PARA-ATUALIZAR-EXIT.
           IF WRK-ENTRADA-ERRO
               GO TO 6000-ENCERRAR-EXIT
           END-IF.
           MOVE SPACES                 TO WRK-AREA-CBPAW070.
           SET AUD-OPER-ENCERRAMENTO   TO TRUE.
           SET AUD-EFETIVADA           TO TRUE.
           PERFORM 8510-IMAGEM-ANTES
                   THRU 8510-IMAGEM-ANTES-EXIT.
           SET FRM-ENCERRADO           TO TRUE.
           MOVE WRK-USUARIO            TO FRM-USUARIO-ULT-ALTER.
           MOVE WRK-DATA-ATUAL         TO FRM-DATA-ULT-ALTER.
           MOVE WRK-HORA-ATUAL         TO FRM-HORA-ULT-ALTER.
           PERFORM 8520-IMAGEM-DEPOIS
                   THRU 8520-IMAGEM-DEPOIS-EXIT.
           PERFORM 5850-REGRAVAR-REGISTRO
                   THRU 5850-REGRAVAR-REGISTRO-EXIT.
           PERFORM 8500-GRAVAR-AUDITORIA
                   THRU 8500-GRAVAR-AUDITORIA-EXIT.
           PERFORM 3100-MOSTRAR-REGISTRO
                   THRU 3100-MOSTRAR-REGISTRO-EXIT.
           MOVE 'FERIADO ENCERRADO'    TO WRK-MENSAGEM.
       6000-ENCERRAR-EXIT.
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
                     FROM     (CBPAMF1O)
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
      *----------------------------------------------------------------*
       8500-GRAVAR-AUDITORIA.
           MOVE WRK-ABSTIME            TO AUD-ABSTIME.
           MOVE WRK-DATA-ATUAL         TO AUD-DATA.
           MOVE WRK-HORA-ATUAL         TO AUD-HORA.
           MOVE WRK-USUARIO            TO AUD-USUARIO.
           MOVE EIBTRMID               TO AUD-TERMINAL.
           MOVE EIBTRNID               TO AUD-TRANSACAO.
           SET AUD-LISTA-FERIADO       TO TRUE.
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
      *    8510-IMAGEM-ANTES                                           *
      *----------------------------------------------------------------*
       8510-IMAGEM-ANTES.
           MOVE FRM-DATA-FERIADO       TO AUD-FER-ANT-DATA.
           MOVE FRM-DESCRICAO          TO AUD-FER-ANT-DESCRICAO.
           MOVE FRM-SITUACAO           TO AUD-FER-ANT-SITUACAO.
       8510-IMAGEM-ANTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8520-IMAGEM-DEPOIS                                          *
      *----------------------------------------------------------------*
       8520-IMAGEM-DEPOIS.
           MOVE FRM-DATA-FERIADO       TO AUD-FER-DEP-DATA.
           MOVE FRM-DESCRICAO          TO AUD-FER-DEP-DESCRICAO.
           MOVE FRM-SITUACAO           TO AUD-FER-DEP-SITUACAO.
       8520-IMAGEM-DEPOIS-EXIT.
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
       END PROGRAM CBPA1FER.

      *----------------------------------------------------------------*
      *    COPY  CBPAW070                                             *
      *    LAYOUT DO LOG DE AUDITORIA DA MANUTENCAO DO BLOQLIST E DO  *
      *    CALFERI (VSAM ESDS AUDMNT). UM REGISTRO POR OPERACAO       *
      *    CONFIRMADA NAS TRANSACOES CBBQ/CBFR OU NA CARGA INICIAL    *
      *    DO CBPA2LST: QUEM, QUANDO, O QUE E A IMAGEM ANTES/DEPOIS.  *
      *    AUD-ABSTIME (ASKTIME DO CICS) ORDENA O LOG E E O PONTO DE  *
      *    CORTE DO RELATORIO DE ALTERACOES (MNTCTRL, CBPAW071).      *
      *----------------------------------------------------------------*
      *
           05  AUD-ABSTIME                PIC S9(015) COMP-3.
           05  AUD-DATA                   PIC  9(008).
           05  AUD-HORA                   PIC  9(006).
           05  AUD-USUARIO                PIC  X(008).
           05  AUD-TERMINAL               PIC  X(004).
           05  AUD-TRANSACAO              PIC  X(004).
           05  AUD-LISTA                  PIC  X(001).
               88  AUD-LISTA-BLOQUEIO             VALUE 'B'.
               88  AUD-LISTA-FERIADO              VALUE 'F'.
           05  AUD-OPERACAO               PIC  X(001).
               88  AUD-OPER-INCLUSAO              VALUE 'I'.
               88  AUD-OPER-ALTERACAO             VALUE 'A'.
               88  AUD-OPER-ENCERRAMENTO          VALUE 'E'.
               88  AUD-OPER-APROVACAO             VALUE 'P'.
               88  AUD-OPER-REJEICAO              VALUE 'R'.
               88  AUD-OPER-CARGA                 VALUE 'C'.
      *        'E' EFETIVADA; 'P' PENDENTE DO VISTO DE OUTRO USUARIO
      *        (BLOQUEIO JUDICIAL). NA APROVACAO/REJEICAO AUD-OPER-
      *        ORIGINAL E AUD-USUARIO-SOLICIT IDENTIFICAM O PEDIDO.
           05  AUD-SITUACAO               PIC  X(001).
               88  AUD-EFETIVADA                  VALUE 'E'.
               88  AUD-PENDENTE                   VALUE 'P'.
           05  AUD-OPER-ORIGINAL          PIC  X(001).
           05  AUD-USUARIO-SOLICIT        PIC  X(008).
           05  AUD-ANTES                  PIC  X(120).
           05  AUD-BLQ-ANTES              REDEFINES AUD-ANTES.
               10  AUD-BLQ-ANT-AGENC      PIC  9(004).
               10  AUD-BLQ-ANT-CONTA      PIC  9(007).
               10  AUD-BLQ-ANT-INICIO     PIC  9(008).
               10  AUD-BLQ-ANT-MOTIVO     PIC  X(002).
               10  AUD-BLQ-ANT-FIM        PIC  9(008).
               10  AUD-BLQ-ANT-JUSTIF     PIC  X(060).
               10  FILLER                 PIC  X(031).
           05  AUD-FER-ANTES              REDEFINES AUD-ANTES.
               10  AUD-FER-ANT-DATA       PIC  9(008).
               10  AUD-FER-ANT-DESCRICAO  PIC  X(040).
               10  AUD-FER-ANT-SITUACAO   PIC  X(001).
               10  FILLER                 PIC  X(071).
           05  AUD-DEPOIS                 PIC  X(120).
           05  AUD-BLQ-DEPOIS             REDEFINES AUD-DEPOIS.
               10  AUD-BLQ-DEP-AGENC      PIC  9(004).
               10  AUD-BLQ-DEP-CONTA      PIC  9(007).
               10  AUD-BLQ-DEP-INICIO     PIC  9(008).
               10  AUD-BLQ-DEP-MOTIVO     PIC  X(002).
               10  AUD-BLQ-DEP-FIM        PIC  9(008).
               10  AUD-BLQ-DEP-JUSTIF     PIC  X(060).
               10  FILLER                 PIC  X(031).
           05  AUD-FER-DEPOIS             REDEFINES AUD-DEPOIS.
               10  AUD-FER-DEP-DATA       PIC  9(008).
               10  AUD-FER-DEP-DESCRICAO  PIC  X(040).
               10  AUD-FER-DEP-SITUACAO   PIC  X(001).
               10  FILLER                 PIC  X(071).
           05  FILLER                     PIC  X(010).
      *

      *----------------------------------------------------------------*
      *    COPY  CBPAMFE                                               *
      *    MAPA SIMBOLICO DO MAPSET CBPAMFE (MAPA CBPAMF1) - TELA DA   *
      *    TRANSACAO CBFR (CBPA1FER), MANUTENCAO DO FERMEST.           *
      *    GERADO DO FONTE BMS CBPAMFE - MANTER EM SINCRONIA.          *
      *----------------------------------------------------------------*
      *
       01  CBPAMF1I.
           02  FILLER PIC X(12).
           02  DATAATUL    COMP  PIC  S9(4).
           02  DATAATUF    PICTURE X.
           02  FILLER REDEFINES DATAATUF.
             03 DATAATUA    PICTURE X.
           02  DATAATUI  PIC X(010).
           02  FUNCAOL    COMP  PIC  S9(4).
           02  FUNCAOF    PICTURE X.
           02  FILLER REDEFINES FUNCAOF.
             03 FUNCAOA    PICTURE X.
           02  FUNCAOI  PIC X(001).
           02  DTFERL    COMP  PIC  S9(4).
           02  DTFERF    PICTURE X.
           02  FILLER REDEFINES DTFERF.
             03 DTFERA    PICTURE X.
           02  DTFERI  PIC X(008).
           02  DESCRL    COMP  PIC  S9(4).
           02  DESCRF    PICTURE X.
           02  FILLER REDEFINES DESCRF.
             03 DESCRA    PICTURE X.
           02  DESCRI  PIC X(040).
           02  SITUACL    COMP  PIC  S9(4).
           02  SITUACF    PICTURE X.
           02  FILLER REDEFINES SITUACF.
             03 SITUACA    PICTURE X.
           02  SITUACI  PIC X(020).
           02  USUINCL    COMP  PIC  S9(4).
           02  USUINCF    PICTURE X.
           02  FILLER REDEFINES USUINCF.
             03 USUINCA    PICTURE X.
           02  USUINCI  PIC X(008).
           02  DTINCL    COMP  PIC  S9(4).
           02  DTINCF    PICTURE X.
           02  FILLER REDEFINES DTINCF.
             03 DTINCA    PICTURE X.
           02  DTINCI  PIC X(015).
           02  USUALTL    COMP  PIC  S9(4).
           02  USUALTF    PICTURE X.
           02  FILLER REDEFINES USUALTF.
             03 USUALTA    PICTURE X.
           02  USUALTI  PIC X(008).
           02  DTALTL    COMP  PIC  S9(4).
           02  DTALTF    PICTURE X.
           02  FILLER REDEFINES DTALTF.
             03 DTALTA    PICTURE X.
           02  DTALTI  PIC X(015).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(078).
       01  CBPAMF1O REDEFINES CBPAMF1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATAATUO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  FUNCAOO  PIC X(001).
           02  FILLER PICTURE X(3).
           02  DTFERO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DESCRO  PIC X(040).
           02  FILLER PICTURE X(3).
           02  SITUACO  PIC X(020).
           02  FILLER PICTURE X(3).
           02  USUINCO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DTINCO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  USUALTO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DTALTO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(078).

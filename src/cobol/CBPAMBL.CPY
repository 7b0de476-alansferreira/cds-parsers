      *----------------------------------------------------------------*
      *    COPY  CBPAMBL                                               *
      *    MAPA SIMBOLICO DO MAPSET CBPAMBL (MAPA CBPAMB1) - TELA DA   *
      *    TRANSACAO CBBQ (CBPA1BLQ), MANUTENCAO DO BLQMEST.           *
      *    GERADO DO FONTE BMS CBPAMBL - MANTER EM SINCRONIA.          *
      *----------------------------------------------------------------*
      *
       01  CBPAMB1I.
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
           02  AGENCL    COMP  PIC  S9(4).
           02  AGENCF    PICTURE X.
           02  FILLER REDEFINES AGENCF.
             03 AGENCA    PICTURE X.
           02  AGENCI  PIC X(004).
           02  CONTAL    COMP  PIC  S9(4).
           02  CONTAF    PICTURE X.
           02  FILLER REDEFINES CONTAF.
             03 CONTAA    PICTURE X.
           02  CONTAI  PIC X(007).
           02  DTINIL    COMP  PIC  S9(4).
           02  DTINIF    PICTURE X.
           02  FILLER REDEFINES DTINIF.
             03 DTINIA    PICTURE X.
           02  DTINII  PIC X(008).
           02  MOTIVOL    COMP  PIC  S9(4).
           02  MOTIVOF    PICTURE X.
           02  FILLER REDEFINES MOTIVOF.
             03 MOTIVOA    PICTURE X.
           02  MOTIVOI  PIC X(002).
           02  DTFIML    COMP  PIC  S9(4).
           02  DTFIMF    PICTURE X.
           02  FILLER REDEFINES DTFIMF.
             03 DTFIMA    PICTURE X.
           02  DTFIMI  PIC X(008).
           02  JUSTIFL    COMP  PIC  S9(4).
           02  JUSTIFF    PICTURE X.
           02  FILLER REDEFINES JUSTIFF.
             03 JUSTIFA    PICTURE X.
           02  JUSTIFI  PIC X(060).
           02  SITUACL    COMP  PIC  S9(4).
           02  SITUACF    PICTURE X.
           02  FILLER REDEFINES SITUACF.
             03 SITUACA    PICTURE X.
           02  SITUACI  PIC X(030).
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
           02  USUAPRL    COMP  PIC  S9(4).
           02  USUAPRF    PICTURE X.
           02  FILLER REDEFINES USUAPRF.
             03 USUAPRA    PICTURE X.
           02  USUAPRI  PIC X(008).
           02  DTAPRL    COMP  PIC  S9(4).
           02  DTAPRF    PICTURE X.
           02  FILLER REDEFINES DTAPRF.
             03 DTAPRA    PICTURE X.
           02  DTAPRI  PIC X(015).
           02  PENOPERL    COMP  PIC  S9(4).
           02  PENOPERF    PICTURE X.
           02  FILLER REDEFINES PENOPERF.
             03 PENOPERA    PICTURE X.
           02  PENOPERI  PIC X(013).
           02  PENUSUL    COMP  PIC  S9(4).
           02  PENUSUF    PICTURE X.
           02  FILLER REDEFINES PENUSUF.
             03 PENUSUA    PICTURE X.
           02  PENUSUI  PIC X(008).
           02  PENDTL    COMP  PIC  S9(4).
           02  PENDTF    PICTURE X.
           02  FILLER REDEFINES PENDTF.
             03 PENDTA    PICTURE X.
           02  PENDTI  PIC X(015).
           02  PENMOTL    COMP  PIC  S9(4).
           02  PENMOTF    PICTURE X.
           02  FILLER REDEFINES PENMOTF.
             03 PENMOTA    PICTURE X.
           02  PENMOTI  PIC X(002).
           02  PENFIML    COMP  PIC  S9(4).
           02  PENFIMF    PICTURE X.
           02  FILLER REDEFINES PENFIMF.
             03 PENFIMA    PICTURE X.
           02  PENFIMI  PIC X(008).
           02  PENJUSL    COMP  PIC  S9(4).
           02  PENJUSF    PICTURE X.
           02  FILLER REDEFINES PENJUSF.
             03 PENJUSA    PICTURE X.
           02  PENJUSI  PIC X(060).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(078).
       01  CBPAMB1O REDEFINES CBPAMB1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATAATUO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  FUNCAOO  PIC X(001).
           02  FILLER PICTURE X(3).
           02  AGENCO  PIC X(004).
           02  FILLER PICTURE X(3).
           02  CONTAO  PIC X(007).
           02  FILLER PICTURE X(3).
           02  DTINIO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  MOTIVOO  PIC X(002).
           02  FILLER PICTURE X(3).
           02  DTFIMO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  JUSTIFO  PIC X(060).
           02  FILLER PICTURE X(3).
           02  SITUACO  PIC X(030).
           02  FILLER PICTURE X(3).
           02  USUINCO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DTINCO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  USUALTO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DTALTO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  USUAPRO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DTAPRO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  PENOPERO  PIC X(013).
           02  FILLER PICTURE X(3).
           02  PENUSUO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  PENDTO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  PENMOTO  PIC X(002).
           02  FILLER PICTURE X(3).
           02  PENFIMO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  PENJUSO  PIC X(060).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(078).

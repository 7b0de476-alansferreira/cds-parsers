      *----------------------------------------------------------------*
      *    COPY  CBPAW071                                             *
      *    LAYOUT DO CONTROLE DO RELATORIO DE ALTERACOES DO BLOQLIST/ *
      *    CALFERI (MNTCTRL, MESTRE VELHO / MNTCSAI, MESTRE NOVO):    *
      *    REGISTRO UNICO COM O AUD-ABSTIME DA ULTIMA ENTRADA DO LOG  *
      *    AUDMNT JA LISTADA PELO CBPA2LST. A PROXIMA EXECUCAO LISTA  *
      *    SO AS ENTRADAS POSTERIORES.                                *
      *----------------------------------------------------------------*
      *
           05  MNC-ULT-ABSTIME            PIC S9(015) COMP-3.
           05  MNC-DATA-ULT-EXTRACAO      PIC  9(008).
           05  MNC-QTD-ENTRADAS-LISTADAS  PIC  9(009).
           05  FILLER                     PIC  X(025).
      *

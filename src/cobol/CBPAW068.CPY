      *----------------------------------------------------------------*
      *    COPY  CBPAW068                                             *
      *    LAYOUT DO MESTRE DE BLOQUEIOS (VSAM KSDS BLQMEST), MANTIDO *
      *    ONLINE PELA TRANSACAO CBBQ (CBPA1BLQ). O BLOQLIST LIDO     *
      *    PELO CBPA2SAB (CBPAW051) E EXTRAIDO DESTE MESTRE TODA      *
      *    NOITE PELO CBPA2LST. CHAVE: AGENCIA + CONTA + DATA DE      *
      *    INICIO (UMA CONTA PODE TER VARIOS PERIODOS, SEM            *
      *    SOBREPOSICAO); CONTA ZERADA BLOQUEIA A AGENCIA INTEIRA E   *
      *    DATA DE FIM ZERADA E BLOQUEIO SEM PRAZO, COMO NO BLOQLIST. *
      *    BLOQUEIO JUDICIAL ('JU') SO PRODUZ EFEITO DEPOIS DO VISTO  *
      *    DE UM SEGUNDO USUARIO: A INCLUSAO FICA PENDENTE (FORA DA   *
      *    EXTRACAO) E A ALTERACAO/ENCERRAMENTO FICAM NA AREA DE      *
      *    PENDENCIA, VALENDO OS DADOS ANTERIORES ATE A APROVACAO.    *
      *----------------------------------------------------------------*
      *
           05  BLM-CHAVE.
               10  BLM-AGENC-CNEGOC       PIC  9(004).
               10  BLM-CONTA-CNEGOC       PIC  9(007).
               10  BLM-DATA-INICIO        PIC  9(008).
           05  BLM-COD-MOTIVO             PIC  X(002).
               88  BLM-MOTIVO-JUDICIAL            VALUE 'JU'.
               88  BLM-MOTIVO-FRAUDE              VALUE 'FR'.
               88  BLM-MOTIVO-VALIDO              VALUE 'JU' 'FR'.
           05  BLM-DATA-FIM               PIC  9(008).
           05  BLM-JUSTIFICATIVA          PIC  X(060).
           05  BLM-USUARIO-INCLUSAO       PIC  X(008).
           05  BLM-DATA-INCLUSAO          PIC  9(008).
           05  BLM-HORA-INCLUSAO          PIC  9(006).
           05  BLM-USUARIO-ULT-ALTER      PIC  X(008).
           05  BLM-DATA-ULT-ALTER         PIC  9(008).
           05  BLM-HORA-ULT-ALTER         PIC  9(006).
           05  BLM-USUARIO-APROVACAO      PIC  X(008).
           05  BLM-DATA-APROVACAO         PIC  9(008).
           05  BLM-HORA-APROVACAO         PIC  9(006).
      *        OPERACAO AGUARDANDO O VISTO DE OUTRO USUARIO. NA
      *        INCLUSAO PENDENTE OS DADOS PROPOSTOS JA ESTAO NOS
      *        CAMPOS PRINCIPAIS; NA ALTERACAO E NO ENCERRAMENTO OS
      *        CAMPOS PRINCIPAIS CONTINUAM VALENDO ATE A APROVACAO.
           05  BLM-PENDENCIA.
               10  BLM-OPER-PENDENTE      PIC  X(001).
                   88  BLM-SEM-PENDENCIA          VALUE SPACE.
                   88  BLM-PEND-INCLUSAO          VALUE 'I'.
                   88  BLM-PEND-ALTERACAO         VALUE 'A'.
                   88  BLM-PEND-ENCERRAMENTO      VALUE 'E'.
               10  BLM-PEND-COD-MOTIVO    PIC  X(002).
               10  BLM-PEND-DATA-FIM      PIC  9(008).
               10  BLM-PEND-JUSTIFICATIVA PIC  X(060).
               10  BLM-PEND-USUARIO       PIC  X(008).
               10  BLM-PEND-DATA          PIC  9(008).
               10  BLM-PEND-HORA          PIC  9(006).
           05  FILLER                     PIC  X(012).
      *

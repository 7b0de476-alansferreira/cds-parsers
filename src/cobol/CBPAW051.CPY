      *----------------------------------------------------------------*
      *    COPY  CBPAW051                                             *
      *    LAYOUT DO ARQUIVO DE LISTA DE BLOQUEIOS (BLOQLIST),        *
      *    EXTRAIDO TODA NOITE PELO CBPA2LST DO MESTRE BLQMEST        *
      *    (CBPAW068), MANTIDO ONLINE PELA TRANSACAO CBBQ: CONTAS     *
      *    SOB BLOQUEIO JUDICIAL OU INVESTIGACAO DE                   *
      *    FRAUDE CUJAS BAIXAS NAO PODEM SER EFETIVADAS. A CHAVE E    *
      *    AGENCIA + CONTA; CONTA ZERADA BLOQUEIA A AGENCIA INTEIRA.  *
      *    O BLOQUEIO VALE DA DATA DE INICIO A DATA DE FIM            *

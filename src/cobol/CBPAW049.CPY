      *    BASE (CBPA2ATU), SUMARIZADOS POR AGENCIA, CANAL (BAIXA34/  *
      *    35/36) E TIPO DE BAIXA (INTEGRAL '14'/'15'/'16', PARCIAL   *
      *    '24'/'25'/'26', ESTORNO '44'/'45'/'46'), PARA CARGA        *
      *    AUTOMATICA NO RAZAO. OS JUROS/MULTA POR ATRASO SAEM EM     *
      *    LANCAMENTOS PROPRIOS POR CANAL: '17'/'18'/'19' ENCARGOS    *
      *    RECEBIDOS ('C') E '47'/'48'/'49' ENCARGOS DEVOLVIDOS NO    *
      *    ESTORNO ('D'). TIPOS DE REGISTRO: '00' HEADER, '01'        *
      *    DETALHE, '99' TRAILER. O TRAILER CARREGA A QUANTIDADE DE   *
      *    LANCAMENTOS AMARRADA AO MESMO BATIMENTO DO RELCTL (3600-   *
      *    GERAR-ARQCONT DO CBPA2SAB): ACU-ATUALIZADOS-SALDO +        *
      *    ACU-BAIXAS-ENCARGOS + ACU-ESTORNOS-ENCARGOS, ISTO E, CADA  *
      *    ATUALIZACAO DO CBPA2ATU UMA VEZ, MAIS UM LANCAMENTO PARA   *
      *    CADA BAIXA OU ESTORNO COM ENCARGOS. SENTIDO DO LANCAMENTO: *
      *    'C' CREDITO (LIQUIDACAO), 'D' DEBITO (ESTORNO).            *
      *----------------------------------------------------------------*
      *
      *    O HEADER CARREGA A FAIXA DE SEQUENCIAS (PRIMEIRO E ULTIMO
      *    ARQUIVO) E A QUANTIDADE DE ARQUIVOS, PARA QUE A CARGA DO
      *    RAZAO AMARRE OS TOTAIS AS ENTRADAS DO RUN INTEIRO.
      *    O MESMO LAYOUT SERVE A INTERFACE CONTABIL DAS TARIFAS DE
      *    COBRANCA (ARQCTTAR, GERADA PELO CBPA2TAR), COM OS TIPOS
      *    '64'/'65'/'66' TARIFA COBRADA ('C', RECEITA) E '74'/'75'/
      *    '76' TARIFA DEVOLVIDA NO ESTORNO ('D'), POR AGENCIA E
      *    CANAL; NELA A FAIXA DE SEQUENCIAS DO HEADER VAI ZERADA.
       01  WRK-CTB-HEADER.
           05  CTH-TIPO-REGISTRO          PIC  X(002).
           05  CTH-DATA-PROCESSAMENTO     PIC  9(008).

      *                       DE ARQUIVOS POSTERIORES SEM EXPURGO E A  *
      *                       CAUDA REPROCESSADA ACHAVA A PROPRIA      *
      *                       CHAVE (WCS-14/WCS-23 CORRIGIDOS)         *
      *    15/10/2026  WCS    REGISTRO GUARDA A PARCELA DE JUROS/      *
      *                       MULTA DA BAIXA (BXD-VLR-ENCARGOS, NA     *
      *                       AREA LIVRE DO REGISTRO), DEVOLVIDA NA    *
      *                       CONSULTA PARA O ESTORNO SEPARAR O        *
      *                       PRINCIPAL DO ENCARGO. REGISTROS          *
      *                       ANTERIORES (AREA EM BRANCO) DEVOLVEM     *
      *                       ENCARGO ZERO (WCS-32)                    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05  BXD-NUM-REGISTRO           PIC  9(009).
           05  BXD-IND-ESTORNO            PIC  X(001).
               88  BXD-ESTORNADA                  VALUE 'S'.
      *    PARCELA DE JUROS/MULTA CONTIDA EM BXD-VALOR. OCUPA A AREA
      *    QUE ERA LIVRE: REGISTROS GRAVADOS ANTES DELA TRAZEM
      *    BRANCOS NESTAS POSICOES E SAO TRATADOS COMO ENCARGO ZERO.
      *    O CBPA2SAB NAO ACEITA BAIXA COM ENCARGO ACIMA DE 9999999,99
      *    (WRK-VLR-ENCARGOS-MAXIMO), O MAXIMO DESTE CAMPO.
           05  BXD-VLR-ENCARGOS           PIC  9(007)V99 COMP-3.
           05  BXD-VLR-ENCARGOS-X         REDEFINES BXD-VLR-ENCARGOS
                                          PIC  X(005).
      *
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE O VALOR E A DATA GRAVADOS NA OCORRENCIA ANTERIOR.   *
      *----------------------------------------------------------------*
       2000-CONSULTAR-BXDUPL.
           MOVE ZEROS                 TO WRK-CBPA2DUP-VLR-ENCARGOS.
           MOVE WRK-CBPA2DUP-CNEGOC   TO BXD-CNEGOC.
           MOVE WRK-CBPA2DUP-NOSSO    TO BXD-NOSSO-NUMERO.
           MOVE WRK-CBPA2DUP-SEQ      TO BXD-SEQUENCIA.
                       MOVE BXD-VALOR     TO WRK-CBPA2DUP-VALOR
                       MOVE BXD-DATA-GRAVACAO
                                          TO WRK-CBPA2DUP-DATA-MOVTO
                       IF BXD-VLR-ENCARGOS-X = SPACES
                           MOVE ZEROS     TO WRK-CBPA2DUP-VLR-ENCARGOS
                       ELSE
                           MOVE BXD-VLR-ENCARGOS
                                          TO WRK-CBPA2DUP-VLR-ENCARGOS
                       END-IF
                   END-IF
               WHEN '23'
                   SET WRK-CBPA2DUP-NAO-ACHOU TO TRUE
           MOVE WRK-CBPA2DUP-DATA-MOVTO TO BXD-DATA-GRAVACAO.
           MOVE WRK-CBPA2DUP-ARQ-SEQ  TO BXD-ARQ-SEQUENCIA.
           MOVE WRK-CBPA2DUP-NUM-REG  TO BXD-NUM-REGISTRO.
           MOVE SPACES                TO BXD-IND-ESTORNO.
           MOVE WRK-CBPA2DUP-VLR-ENCARGOS TO BXD-VLR-ENCARGOS.
           WRITE REG-BXDUPL.
           IF WRK-FS-BXDUPL = '00'
               SET WRK-CBPA2DUP-ACHOU TO TRUE
           MOVE WRK-CBPA2DUP-DATA-MOVTO TO BXD-DATA-GRAVACAO.
           MOVE WRK-CBPA2DUP-ARQ-SEQ  TO BXD-ARQ-SEQUENCIA.
           MOVE WRK-CBPA2DUP-NUM-REG  TO BXD-NUM-REGISTRO.
           MOVE SPACES                TO BXD-IND-ESTORNO.
           MOVE WRK-CBPA2DUP-VLR-ENCARGOS TO BXD-VLR-ENCARGOS.
           REWRITE REG-BXDUPL.
           IF WRK-FS-BXDUPL = '00'
               SET WRK-CBPA2DUP-ACHOU TO TRUE

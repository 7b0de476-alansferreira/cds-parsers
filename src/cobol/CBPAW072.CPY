      *----------------------------------------------------------------*
      *    COPY  CBPAW072                                             *
      *    LAYOUT DO ARQUIVO DE CASOS SUSPEITOS (CASOSUS) GERADO PELO *
      *    CBPA2SUS PARA CARGA NA FERRAMENTA DA EQUIPE DE PREVENCAO   *
      *    A FRAUDE. UM REGISTRO POR ALERTA, NA ORDEM DO RANKING. A   *
      *    IDENTIFICACAO DO CASO E O TIPO DO ALERTA MAIS OS CAMPOS DE *
      *    CHAVE QUE SE APLICAM AO TIPO (OS DEMAIS VEM ZERADOS): A    *
      *    MESMA OCORRENCIA, APONTADA DE NOVO EM OUTRA NOITE DENTRO   *
      *    DA JANELA DE ANALISE, TEM A MESMA IDENTIFICACAO E ATUALIZA *
      *    O CASO JA CARREGADO EM VEZ DE ABRIR OUTRO.                 *
      *      MC  MESMO TITULO PAGO POR MAIS DE UM CANAL - AGENCIA,    *
      *          CONTA E NOSSO-NUMERO                                 *
      *      EA  CONCENTRACAO DE ESTORNOS NA AGENCIA - AGENCIA        *
      *      EC  CONCENTRACAO DE ESTORNOS NO CEDENTE - AGENCIA/CONTA  *
      *      DR  DUPLICIDADES REPETIDAS NO MESMO ARQUIVO DA REDE -    *
      *          SEQUENCIA DO ARQUIVO E FONTE                         *
      *      TL  BAIXA ACEITA NO LIMITE DA TOLERANCIA DE SALDO -      *
      *          AGENCIA, CONTA, NOSSO-NUMERO E DATA DO MOVIMENTO     *
      *      BQ  LIQUIDACAO LOGO APOS O FIM DE UM BLOQUEIO COM        *
      *          RETENCAO - AGENCIA/CONTA (CONTA ZERADA = BLOQUEIO    *
      *          DA AGENCIA INTEIRA)                                  *
      *    O INDICE E A INTENSIDADE DO ALERTA EM RELACAO AO LIMITE    *
      *    PARAMETRIZADO (100 = NO LIMITE).                           *
      *----------------------------------------------------------------*
      *
           05  CAS-TIPO-ALERTA            PIC  X(002).
               88  CAS-MULTICANAL                    VALUE 'MC'.
               88  CAS-ESTORNO-AGENCIA               VALUE 'EA'.
               88  CAS-ESTORNO-CEDENTE               VALUE 'EC'.
               88  CAS-DUPLIC-ARQUIVO                VALUE 'DR'.
               88  CAS-LIMITE-TOLERANCIA             VALUE 'TL'.
               88  CAS-POS-BLOQUEIO                  VALUE 'BQ'.
           05  CAS-AGENCIA                PIC  9(004).
           05  CAS-CONTA                  PIC  9(007).
           05  CAS-NOSSO-NUMERO           PIC  9(012).
           05  CAS-ARQ-SEQUENCIA          PIC  9(006).
           05  CAS-FONTE                  PIC  X(001).
           05  CAS-DATA-ANALISE           PIC  9(008).
           05  CAS-DATA-INI-JANELA        PIC  9(008).
           05  CAS-DATA-FIM-JANELA        PIC  9(008).
           05  CAS-POSICAO                PIC  9(005).
           05  CAS-INDICE                 PIC  9(005).
           05  CAS-QTD-OCORRENCIAS        PIC  9(007).
           05  CAS-VALOR-ENVOLVIDO        PIC  9(013)V99.
           05  CAS-DATA-PRIM-OCORR        PIC  9(008).
           05  CAS-DATA-ULT-OCORR         PIC  9(008).
           05  CAS-DESCRICAO              PIC  X(040).
           05  FILLER                     PIC  X(056).
      *

      *        *****************************************
      *        DWSD1015 - LAYOUT DAS APOLICES POR CNPJ
      *                   REMETIDO AO BUREAU (ARQAPCNPJ)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 NO FIM DO RUN, JUNTO COM A REMESSA
      *  ARQCNPJ (COPY DWSD1013) E SO NO RUN INTEIRO. ARQUIVO INTERNO
      *  (NAO VAI AO BUREAU NEM AO DW): UM REGISTRO POR APOLICE QUE
      *  CHEGOU AO DIMESTIP (DETALHE TIPO 1 OU SUB-FATURA TIPO 2),
      *  EM ORDEM DE CNPJ E CIA/APOLICE. O DWSD0618 O CASA COM O
      *  RETORNO DO BUREAU PARA SABER QUAIS APOLICES ESTAO EM CADA
      *  CNPJ CONSULTADO.
      *  CIA/APOLICE    : CHAVE DO OLTP (ANTES DO AJUSTE NOVA CIA)
      *  IDENT-APOLICE  : CHAVE JA AJUSTADA PELA NOVA CIA - E POR ELA
      *                   QUE O DW JUNTA O CRUZAMENTO A DIMENSAO
      *  NOME-ESTIP     : ETP_RSOCIAL DA APOLICE
      *  IND-ATIVA      : S = APOLICE SEM DATA DE CANCELAMENTO /
      *                   N = APOLICE CANCELADA
      *  DATA-NOME-ARQ  : DATA-INI QUE BATIZA O DIMESTIP DO RUN
      *  IND-LGPD       : REGRA DA LISTA DE SUPRESSAO LGPD (COPY
      *                   DWSD1017) QUE ALCANCA A APOLICE - M OU P -
      *                   OU N = FORA DA LISTA. O NOME-ESTIP FICA EM
      *                   CLARO (ARQUIVO INTERNO, O DWSD0618 COMPARA
      *                   COM A RAZAO SOCIAL OFICIAL) E O DWSD0618
      *                   MASCARA O CRUZAMENTO QUE VAI AO DW
      *  LRECL = 100
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-APOL-CNPJ.
           03 CNPJ-APC.
              05 BASE-APC                   PIC 9(08).
              05 FILIAL-APC                 PIC 9(04).
              05 DV-APC                     PIC 9(02).
           03 CHAVE-APC.
              05 CIA-APC                    PIC 9(03).
              05 APOLICE-APC                PIC 9(07).
           03 IDENT-APOLICE-APC             PIC 9(10).
           03 NOME-ESTIP-APC                PIC X(35).
           03 RAMO-APC                      PIC 9(03).
           03 DATA-CANCEL-APC               PIC 9(08).
           03 IND-ATIVA-APC                 PIC X(01).
           03 DATA-NOME-ARQ-APC             PIC 9(08).
           03 IND-LGPD-APC                  PIC X(01).
           03 FILLER                        PIC X(10).

      *        *****************************************
      *        DWSD1011 - LAYOUT DO FEED DE CONDICOES
      *                   COMERCIAIS DO ESTIPULANTE (ARQCOND)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 NO FIM DO RUN (SO NO RUN INTEIRO - A
      *  PARTICAO NAO PRODUZ O FEED), UM REGISTRO POR DETALHE TIPO 1
      *  GRAVADO NO DIMESTIP, EM ORDEM DE CHAVE OLTP (CIA/APOLICE
      *  ORIGINAIS, ANTES DO AJUSTE NOVA CIA). A GERACAO DO RUN
      *  ANTERIOR VOLTA NO RUN SEGUINTE COMO ARQCNDANT, CONTRA A
      *  QUAL AS CONDICOES SAO COMPARADAS.
      *  IDENT-APOLICE  : CHAVE JA AJUSTADA PELA NOVA CIA - E POR ELA
      *                   QUE O DW JUNTA O FEED A DIMENSAO
      *  IND-SITUACAO   : I = CHAVE SEM REGISTRO NO RUN ANTERIOR /
      *                   A = ALGUMA CONDICAO MUDOU / N = SEM MUDANCA
      *  IND-ALT-...    : 1 = AQUELA CONDICAO MUDOU DESDE O RUN
      *                   ANTERIOR / 0 = NAO MUDOU
      *  IND-MOVI       : S = HA MANUTENCAO DA CHAVE NA DBSISA.MOVI
      *                   DENTRO DA JANELA DE SELECAO / N = NAO HA
      *  IND-LIM-...    : 1 = PERCENTUAL ACIMA DO LIMITE DO RAMO
      *                   (LIMITES-COND-RAMO DO COPY DWSD1001)
      *  DATA-NOME-ARQ  : DATA-INI QUE BATIZA O DIMESTIP DO RUN
      *  LRECL = 089
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-CONDICAO.
           03 CHAVE-CND.
              05 CIA-CND                    PIC 9(03).
              05 APOLICE-CND                PIC 9(07).
           03 IDENT-APOLICE-CND             PIC 9(10).
           03 CGC-CND.
              05 BASE-CND                   PIC 9(08).
              05 FILIAL-CND                 PIC 9(04).
           03 DV-CND                        PIC 9(02).
           03 RAMO-CND                      PIC 9(03).
           03 CONDICOES-CND.
              05 PERC-ADM-CND               PIC 9(03)V9(02).
              05 PERC-DESC-CND              PIC 9(03)V9(02).
              05 PERC-BONUS-CND             PIC 9(03)V9(02).
              05 CARENCIAS-CND              PIC 9(04).
              05 IN-REMISSAO-CND            PIC 9(04).
              05 NR-ANOS-REMIS-CND          PIC 9(04).
              05 TP-REAVALIA-CND            PIC 9(04).
              05 TIPO-ADESAO-CND            PIC 9(01).
           03 IND-SITUACAO-CND              PIC X(01).
           03 ALTERACOES-CND.
              05 IND-ALT-ADM-CND            PIC 9(01).
              05 IND-ALT-DESC-CND           PIC 9(01).
              05 IND-ALT-BONUS-CND          PIC 9(01).
              05 IND-ALT-CARENC-CND         PIC 9(01).
              05 IND-ALT-REMIS-CND          PIC 9(01).
              05 IND-ALT-ANOS-CND           PIC 9(01).
              05 IND-ALT-REAVAL-CND         PIC 9(01).
              05 IND-ALT-ADESAO-CND         PIC 9(01).
           03 IND-MOVI-CND                  PIC X(01).
           03 IND-LIM-DESC-CND              PIC 9(01).
           03 IND-LIM-BONUS-CND             PIC 9(01).
           03 DATA-NOME-ARQ-CND             PIC 9(08).

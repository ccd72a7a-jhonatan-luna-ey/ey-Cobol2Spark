      *  (RECONCILIACAO DA CARGA NO DW).
      *  COD-RETORNO: 00 NORMAL / 04 AVISO / 08 ERRO
      *  (RESP: CMS  DATA 02/09/2026)
      *  IND-RETRANSM : S = STATUS GRAVADO PELO DWSD0620 (RETRANS-
      *                 MISSAO DE UMA GERACAO JA CERTIFICADA DO
      *                 DIMESTIP) / N = RUN DE EXTRACAO (DWSD0612 OU
      *                 DWSD0614)
      *  DATA-NOME-ARQ: DATA-INI QUE BATIZA O DIMESTIP DO RUN (NA
      *                 RETRANSMISSAO, A DO RUN ORIGINAL) - O DWSD0613
      *                 POR ELA ACHA A AUDITORIA DO RUN RETRANSMITIDO
      *  (LRECL DO ARQSTATUS PASSOU DE 083 PARA 092)
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-STATUS-RUN.
           03 STA-NOME-PGM               PIC X(08).
           03 STA-GRAVADOS-ETP           PIC 9(09).
           03 STA-REJEITADOS             PIC 9(09).
           03 STA-MOTIVO                 PIC X(40).
           03 STA-IND-RETRANSM           PIC X(01).
           03 STA-DATA-NOME-ARQ          PIC 9(08).

      *        *****************************************
      *        DWSD1008 - LAYOUT DO ARQUIVO DE STATUS DA
      *                   RECONCILIACAO DA CARGA (ARQSTACK)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0613 - UM REGISTRO POR EXECUCAO, MESMA
      *  GRADUACAO DO ARQSTATUS (00 NORMAL / 08 ERRO). ALEM DO
      *  RESULTADO PARA O SCHEDULER, GUARDA A DATA DO NOME DO
      *  ARQUIVO CONFIRMADO (AUD-DATA-NOME-ARQ DO RUN RECONCILIADO)
      *  E A DATA DA CARGA INFORMADA PELO DW, QUE O DWSD0616 USA
      *  PARA APURAR OS DIAS ATE O ACKNOWLEDGMENT DE CADA RUN.
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-STATUS-ACK.
           03 STK-NOME-PGM                    PIC X(08).
           03 STK-DATA-EXEC                   PIC 9(08).
           03 STK-HORA-EXEC                   PIC 9(06).
           03 STK-COD-RETORNO                 PIC 9(02).
           03 STK-LIBERA-TRANSF               PIC X(01).
           03 STK-GRAVADOS-ETP                PIC 9(09).
           03 STK-REJEITADOS                  PIC 9(09).
           03 STK-MOTIVO                      PIC X(40).
           03 STK-DATA-NOME-ARQ               PIC 9(08).
           03 STK-DATA-CARGA-DW               PIC 9(08).
